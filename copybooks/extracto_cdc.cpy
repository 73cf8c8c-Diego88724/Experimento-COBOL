      ******************************************************************
      * Copybook: extracto_cdc.cpy
      * Layout del registro de extracto_cdc_NNNNN.dat, el extracto
      * nocturno de cambios para la base de informes de finanzas
      * (rutinas_140): una cabecera ('00'), un registro por cada alta,
      * modificacion, baja o eliminacion en empleados.dat ('01'),
      * clientes.dat ('02') y transacciones.dat ('03') desde el
      * extracto anterior, y un pie ('99') con los conteos por
      * fichero. NNNNN es el numero de extracto: correlativo, sin
      * huecos, y el mismo al repetir un extracto que no se llego a
      * confirmar, para que el receptor sepa si le falta alguno.
      *
      * ex-datos lleva el registro del maestro tal cual (para una
      * 'E', el ultimo que se extrajo); las vistas de cabecera y pie
      * lo redefinen.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(123)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-extracto-linea.
           05 ex-tipo-registro   pic x(2).
               88 ex-cabecera      value '00'.
               88 ex-empleado      value '01'.
               88 ex-cliente       value '02'.
               88 ex-transaccion   value '03'.
               88 ex-pie           value '99'.
           05 ex-accion          pic x(1).
               88 ex-alta          value 'A'.
               88 ex-modificacion  value 'M'.
               88 ex-baja          value 'B'.
               88 ex-eliminacion   value 'E'.
           05 ex-run             pic 9(5).
           05 ex-numero-extracto pic 9(5).
           05 ex-datos           pic x(110).
           05 ex-cabecera-datos REDEFINES ex-datos.
               10 ex-cab-fecha        pic 9(8).
               10 ex-cab-hora         pic 9(8).
               10 ex-cab-anterior     pic 9(5).
               10 ex-cab-anterior-fecha pic 9(8).
               10 filler              pic x(81).
           05 ex-pie-datos REDEFINES ex-datos.
               10 ex-pie-fichero occurs 3 times.
                   15 ex-pie-altas         pic 9(7).
                   15 ex-pie-modificaciones pic 9(7).
                   15 ex-pie-bajas         pic 9(7).
                   15 ex-pie-eliminaciones pic 9(7).
               10 ex-pie-total        pic 9(8).
               10 filler              pic x(18).
