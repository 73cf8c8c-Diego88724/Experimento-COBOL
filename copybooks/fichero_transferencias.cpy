      ******************************************************************
      * Copybook: fichero_transferencias.cpy
      * Layout de transferencias_nomina_AAAAMM.dat, el fichero de
      * transferencias de la nomina mensual que se entrega al banco,
      * uno por periodo. Lo escribe rutinas_98 a partir de
      * nomina_AAAAMM.dat una vez aprobada la solicitud NOMINA.
      *
      * Igual que el fichero de pagos a proveedores
      * (fichero_pagos.cpy): una linea de cabecera ('C') con el
      * periodo, la fecha y el aprobador; una linea de detalle ('D')
      * por empleado con su cuenta (cuenta_bancaria_empleado.cpy) y
      * el neto a transferir; y una linea de cola ('T') con los
      * totales de control: numero de lineas de detalle y suma de
      * sus importes.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(80)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-transferencia-linea.
           05 tf-tipo      pic x(1).
               88 tf-cabecera value 'C'.
               88 tf-detalle  value 'D'.
               88 tf-cola     value 'T'.
           05 filler       pic x(79).
       01 ws-transferencia-cab redefines ws-transferencia-linea.
           05 filler       pic x(1).
           05 tf-periodo   pic 9(6).
           05 tf-fecha     pic 9(8).
           05 tf-aprueba   pic x(10).
           05 filler       pic x(55).
       01 ws-transferencia-det redefines ws-transferencia-linea.
           05 filler       pic x(1).
           05 tf-emp-id    pic 9(6).
           05 tf-nombre    pic x(20).
           05 tf-iban      pic x(24).
           05 tf-concepto  pic x(13).
           05 tf-importe   pic 9(7)v99.
           05 filler       pic x(7).
       01 ws-transferencia-cola redefines ws-transferencia-linea.
           05 filler       pic x(1).
           05 tf-registros pic 9(6).
           05 tf-total     pic 9(9)v99.
           05 filler       pic x(62).
