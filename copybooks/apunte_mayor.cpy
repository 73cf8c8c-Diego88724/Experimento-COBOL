      ******************************************************************
      * Copybook: apunte_mayor.cpy
      * Layout de la linea de apuntes_mayor.dat, el diario del mayor
      * propio: una linea por cada linea de asiento contabilizada
      * por rutinas_92, en el orden en que se contabilizo, con el
      * fichero de asientos de origen y la fecha de
      * contabilizacion. Es la base del detalle de cuenta de
      * rutinas_93. El importe va siempre en positivo; una linea de
      * asiento con importe negativo se contabiliza en el lado
      * contrario.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(96)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-apunte-linea.
           05 mo-fecha        pic 9(8).
           05 filler          pic x(3) value ' - '.
           05 mo-cuenta       pic x(8).
           05 filler          pic x(3) value ' - '.
           05 mo-dh           pic x(1).
           05 filler          pic x(3) value ' - '.
           05 mo-importe      pic 9(9)v99.
           05 filler          pic x(3) value ' - '.
           05 mo-concepto     pic x(12).
           05 filler          pic x(3) value ' - '.
           05 mo-origen       pic x(30).
           05 filler          pic x(3) value ' - '.
           05 mo-fecha-contab pic 9(8).
