      ******************************************************************
      * Copybook: conciliacion_banco.cpy
      * Layout de conciliaciones_banco.log, el rastro de cada
      * conciliacion de un movimiento del banco (mb-id de
      * movimientos_banco.dat) con un apunte de transacciones.dat:
      * las automaticas de rutinas_122 (operador AUTO, tipo 'R' por
      * referencia o 'I' por importe y fecha) y las manuales de
      * rutinas_123 (tipo 'M', con el operador que las hizo). Una
      * conciliacion deshecha en rutinas_123 deja tambien su linea,
      * con tipo 'D', el apunte que tenia y el operador que la
      * deshizo.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(66)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-conciliacion-linea.
           05 cj-fecha     pic 9(8).
           05 filler       pic x value '-'.
           05 cj-hora      pic 9(8).
           05 filler       pic x(3) value ' - '.
           05 cj-mb-id     pic 9(6).
           05 filler       pic x(3) value ' - '.
           05 cj-tr-numero pic 9(8).
           05 filler       pic x(3) value ' - '.
           05 cj-tipo      pic x(1).
           05 filler       pic x(3) value ' - '.
           05 cj-importe   pic 9(7)v99.
           05 filler       pic x(3) value ' - '.
           05 cj-operador  pic x(10).
