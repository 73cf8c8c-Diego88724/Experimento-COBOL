      ******************************************************************
      * Copybook: orden_permanente.cpy
      * Layout del registro de ordenes_permanentes.dat, el fichero
      * indexado (clave or-codigo) de las ordenes permanentes: los
      * apuntes que se repiten (recargos de alquiler, cuotas de
      * servicio) y que el paso nocturno de rutinas_131 contabiliza
      * solo en transacciones.dat en cada vencimiento. Lo mantiene
      * rutinas_130.
      *
      * or-frecuencia: 'M' mensual, el dia or-dia de cada mes (un
      * dia que el mes no tiene, 29 a 31, vence el ultimo dia del
      * mes); 'S' semanal, el dia de la semana or-dia (1 lunes ...
      * 7 domingo). La orden vence entre or-fecha-inicio y
      * or-fecha-fin (cero = sin fin). Un vencimiento en dia no
      * habil (calendario.dat) se contabiliza el siguiente habil.
      *
      * or-ultimo-vencimiento es el ultimo vencimiento ya tratado
      * (contabilizado, o saltado por periodo cerrado); el paso
      * nocturno sigue desde el dia siguiente, asi que una noche que
      * no corrio se recupera en la siguiente sin duplicar nada. Una
      * orden no genera nada anterior a su alta (or-fecha-alta, que
      * rutinas_130 pone tambien al dia de una reactivacion).
      * Una orden no se borra: se da de baja (or-activa-sw 'N').
      ******************************************************************
       01 orden-permanente-rec.
           05 or-codigo             pic x(6).
           05 or-descripcion        pic x(30).
           05 or-importe            pic 9(7)v99.
           05 or-sucursal           pic x(4).
           05 or-frecuencia         pic x(1).
               88 or-mensual        value 'M'.
               88 or-semanal        value 'S'.
           05 or-dia                pic 9(2).
           05 or-fecha-inicio       pic 9(8).
           05 or-fecha-fin          pic 9(8).
           05 or-activa-sw          pic x(1).
               88 or-activa         value 'S'.
               88 or-de-baja        value 'N'.
           05 or-ultimo-vencimiento pic 9(8).
           05 or-operador           pic x(10).
           05 or-fecha-alta         pic 9(8).
           05 filler                pic x(10).
