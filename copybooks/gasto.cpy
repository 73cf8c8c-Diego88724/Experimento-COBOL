      ******************************************************************
      * Copybook: gasto.cpy
      * Layout del registro de gastos.dat, las notas de gastos de
      * los empleados (tiques de comidas, kilometros, viajes...) que
      * se les reembolsan en la nomina. Indexado por ga-id, el
      * numero de la nota, que da gastos_contador.dat.
      *
      * La da de alta rutinas_103 con el departamento que tenia el
      * empleado ese dia (ga-depto, por el que agrupa el informe
      * mensual de rutinas_104) y deja una solicitud GASTO en
      * aprobaciones.dat (ga-apr-id); rutinas_57 la aprueba o la
      * rechaza y cambia ga-estado-sw. La nomina (rutinas_33) paga
      * las aprobadas aun sin pagar como reembolso no sujeto a
      * retencion y las marca pagadas con el periodo de la nomina
      * (ga-periodo-pago). Una nota pendiente se puede anular ('C')
      * desde rutinas_103.
      ******************************************************************
       01 gasto-rec.
           05 ga-id              pic 9(6).
           05 ga-emp-id          pic 9(6).
           05 ga-depto           pic x(4).
           05 ga-fecha           pic 9(8).
           05 ga-categoria       pic x(1).
               88 ga-dietas       value 'D'.
               88 ga-kilometraje  value 'K'.
               88 ga-transporte   value 'T'.
               88 ga-alojamiento  value 'A'.
               88 ga-otros        value 'O'.
           05 ga-importe         pic 9(5)v99.
           05 ga-descripcion     pic x(30).
           05 ga-estado-sw       pic x(1).
               88 ga-pendiente    value 'P'.
               88 ga-aprobado     value 'A'.
               88 ga-rechazado    value 'R'.
               88 ga-anulado      value 'C'.
               88 ga-pagado       value 'G'.
           05 ga-apr-id          pic 9(6).
           05 ga-solicita        pic x(10).
           05 ga-fecha-sol       pic 9(8).
           05 ga-periodo-pago    pic 9(6).
           05 filler             pic x(20).
