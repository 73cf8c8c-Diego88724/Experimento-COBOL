      ******************************************************************
      * Copybook: fichero_pagos.cpy
      * Layout de pagos_NNNNNN.dat, el fichero de pagos a proveedores
      * que se entrega al banco, uno por propuesta aprobada (NNNNNN
      * es el numero de la propuesta). Lo escribe rutinas_57 al
      * aprobar la solicitud PAGOS.
      *
      * Una linea de cabecera ('C') con la propuesta, la fecha y el
      * aprobador; una linea de detalle ('D') por factura pagada; y
      * una linea de cola ('T') con los totales de control: numero
      * de lineas de detalle y suma de sus importes, para que el
      * banco compruebe que el fichero llego entero.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(80)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-pago-linea.
           05 pf-tipo      pic x(1).
               88 pf-cabecera value 'C'.
               88 pf-detalle  value 'D'.
               88 pf-cola     value 'T'.
           05 filler       pic x(79).
       01 ws-pago-cab redefines ws-pago-linea.
           05 filler       pic x(1).
           05 pf-propuesta pic 9(6).
           05 pf-fecha     pic 9(8).
           05 pf-aprueba   pic x(10).
           05 filler       pic x(55).
       01 ws-pago-det redefines ws-pago-linea.
           05 filler       pic x(1).
           05 pf-proveedor pic x(6).
           05 pf-nombre    pic x(20).
           05 pf-iban      pic x(24).
           05 pf-factura   pic x(12).
           05 pf-importe   pic 9(7)v99.
           05 filler       pic x(8).
       01 ws-pago-cola redefines ws-pago-linea.
           05 filler       pic x(1).
           05 pf-registros pic 9(6).
           05 pf-total     pic 9(9)v99.
           05 filler       pic x(62).
