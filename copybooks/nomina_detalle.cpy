      ******************************************************************
      * Copybook: nomina_detalle.cpy
      * Layout de la linea de nomina_AAAAMM.dat, el detalle de la
      * nomina mensual que escribe rutinas_33: una linea por
      * empleado pagado con su salario mensual, la paga del mes
      * (completa o prorrateada), la comision de venta del mes, el
      * bruto, las deducciones (retencion del IRPF y cotizacion a
      * la seguridad social), el neto, el importe de las horas
      * extra aprobadas del mes, que va incluido en el bruto, los
      * dias de permiso sin sueldo descontados de la paga, los
      * gastos reembolsados (notas de gastos aprobadas), que no son
      * salario: no entran en el bruto ni tienen retencion, pero se
      * suman al neto, y los atrasos de una revision salarial (la
      * diferencia de los meses ya pagados al salario anterior),
      * que son salario y van incluidos en el bruto. La leen el
      * asiento de nomina (rutinas_94), los recibos de salario
      * (rutinas_96) y las transferencias (rutinas_98).
      *
      * nd-tipo: COMPLETO, PRORRATA (baja en el mes), COMISION
      * (empleado ya de baja que solo cobra una comision), EXTRAS
      * (empleado ya de baja que solo cobra horas extra), PERMISO
      * (paga completa reducida por permiso sin sueldo), GASTOS
      * (empleado ya de baja que solo cobra gastos reembolsados) o
      * ATRASOS (empleado ya de baja que solo cobra atrasos).
      *
      * Las nominas anteriores a las deducciones son lineas de 80
      * posiciones: los campos desde nd-comision llegan en blanco y
      * nd-paga es todo lo cobrado, sin deducciones (neto igual a
      * bruto); las comisiones iban en una linea COMISION aparte con
      * el importe en nd-paga. Las de 140 posiciones, anteriores a
      * las horas extra, traen nd-extra en blanco: sin extras; las
      * anteriores a los permisos traen nd-dias-sin-sueldo en
      * blanco (sin permiso), las anteriores a las notas de
      * gastos, nd-gastos en blanco (sin gastos) y las de 160
      * posiciones, anteriores a las revisiones salariales,
      * nd-atrasos en blanco (sin atrasos).
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(171)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-detalle-nomina.
           05 nd-id        pic 9(6).
           05 filler       pic x(1) value SPACE.
           05 nd-apellido  pic x(20).
           05 filler       pic x(1) value SPACE.
           05 nd-nombre    pic x(15).
           05 filler       pic x(1) value SPACE.
           05 nd-depto     pic x(4).
           05 filler       pic x(1) value SPACE.
           05 nd-salario   pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-paga      pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-tipo      pic x(8).
           05 filler       pic x(1) value SPACE.
           05 nd-comision  pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-bruto     pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-irpf      pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-ss        pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-neto      pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-extra     pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-dias-sin-sueldo pic 9(2).
           05 filler       pic x(1) value SPACE.
           05 nd-gastos    pic 9(7).99.
           05 filler       pic x(1) value SPACE.
           05 nd-atrasos   pic 9(7).99.
           05 filler       pic x(1) value SPACE.
