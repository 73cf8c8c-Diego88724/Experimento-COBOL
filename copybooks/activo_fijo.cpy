      ******************************************************************
      * Copybook: activo_fijo.cpy
      * Layout del registro de activos.dat, el registro de
      * inmovilizado, indexado por af-codigo. Mantenido por
      * rutinas_89 (alta, cambio, baja por venta o desecho y
      * listado); la amortizacion mensual de rutinas_90 lo recorre
      * y va acumulando af-amort-acumulada.
      *
      * af-metodo: 'L' lineal, (coste - valor residual) repartido a
      * partes iguales en af-vida-meses; 'D' degresivo, doble del
      * tipo lineal sobre el valor neto de cada mes. Ninguno baja
      * del valor residual. La amortizacion empieza el mes de
      * adquisicion; af-ultimo-periodo es el ultimo mes (AAAAMM) ya
      * amortizado, para que el mismo mes no se cargue dos veces.
      *
      * Las tres cuentas del mayor son la del activo (coste), la de
      * amortizacion acumulada y la de gasto por amortizacion.
      *
      * La baja deja el activo con af-estado-sw 'B', la fecha y el
      * importe obtenido; el asiento de la baja lo escribe la
      * amortizacion del mes de la baja, que marca
      * af-baja-contab-sw.
      *
      * El filler final es reserva de ampliacion.
      ******************************************************************
       01 activo-fijo-rec.
           05 af-codigo            pic x(6).
           05 af-descripcion       pic x(20).
           05 af-fecha-adquisicion pic 9(8).
           05 af-coste             pic 9(7)v99.
           05 af-valor-residual    pic 9(7)v99.
           05 af-vida-meses        pic 9(3).
           05 af-metodo            pic x(1).
               88 af-lineal    value 'L'.
               88 af-degresivo value 'D'.
               88 af-metodo-valido value 'L' 'D'.
           05 af-cuenta-activo     pic x(8).
           05 af-cuenta-amort      pic x(8).
           05 af-cuenta-gasto      pic x(8).
           05 af-amort-acumulada   pic 9(7)v99.
           05 af-ultimo-periodo    pic 9(6).
           05 af-estado-sw         pic x(1).
               88 af-en-uso  value 'A'.
               88 af-de-baja value 'B'.
           05 af-fecha-baja        pic 9(8).
           05 af-importe-baja      pic 9(7)v99.
           05 af-baja-contab-sw    pic x(1).
               88 af-baja-contabilizada value 'S'.
               88 af-baja-sin-contab    value 'N'.
           05 af-operador          pic x(10).
           05 filler               pic x(30).
