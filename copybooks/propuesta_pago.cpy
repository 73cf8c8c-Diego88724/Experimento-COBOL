      ******************************************************************
      * Copybook: propuesta_pago.cpy
      * Layout de propuestas_pago.dat, las lineas de las propuestas
      * de pago que deja rutinas_88: una linea por factura de
      * proveedor propuesta, todas con el mismo pp-propuesta
      * (numerado desde propuestas_pago_contador.dat con el patron
      * de contador habitual). La propuesta entera va a
      * aprobaciones.dat como una solicitud PAGOS; el nombre y la
      * cuenta del proveedor se guardan tal como estaban al
      * proponer, que es lo que el aprobador revisa y lo que sale
      * en el fichero de pagos.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(90)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-propuesta-linea.
           05 pp-propuesta   pic 9(6).
           05 pp-proveedor   pic x(6).
           05 pp-factura     pic x(12).
           05 pp-vencimiento pic 9(8).
           05 pp-importe     pic 9(7)v99.
           05 pp-nombre      pic x(20).
           05 pp-iban        pic x(24).
           05 filler         pic x(5).
