      ******************************************************************
      * Copybook: revision_empleado.cpy
      * Layout de revisiones_propuesta.dat, las lineas de las
      * revisiones salariales propuestas por rutinas_106: una linea
      * por empleado con el salario que tenia al proponer y el que
      * le da la revision, todas con el numero de la solicitud
      * REVISION de aprobaciones.dat (rp-apr-id) que las cubre, como
      * propuestas_pago.dat con las propuestas de pagos. Es lo que
      * el aprobador revisa y lo que rutinas_57 aplica: un empleado
      * cuyo salario se haya cambiado a mano despues de proponer ya
      * no coincide con rp-salario-anterior y se salta.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(50)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-revision-linea.
           05 rp-apr-id            pic 9(6).
           05 rp-fecha-efecto      pic 9(8).
           05 rp-emp-id            pic 9(6).
           05 rp-depto             pic x(4).
           05 rp-salario-anterior  pic 9(7)v99.
           05 rp-salario-nuevo     pic 9(7)v99.
           05 rp-ambito            pic x(1).
           05 filler               pic x(7).
