      ******************************************************************
      * Copybook: resumen_anual.cpy
      * Layout de resumen_anual_AAAA.dat, el resumen anual de
      * rendimientos y retenciones para la declaracion a Hacienda
      * que escribe rutinas_116 a partir de las doce nominas
      * nomina_AAAAMM.dat del ano: una linea 'D' por empleado pagado
      * en el ano (tambien los que causaron baja durante el), en
      * orden de DNI, y una linea 'T' de control al final con el
      * numero de lineas 'D' y la suma de cada importe, para que el
      * receptor compruebe que el fichero le llega completo.
      *
      * ra-bruto es lo devengado (salario, comisiones, horas extra y
      * atrasos); ra-gastos son los gastos reembolsados, que no son
      * rendimiento y no llevan retencion pero se pagaron con el
      * neto. ra-baja-sw 'S' con la fecha de baja si el empleado
      * dejo la empresa en el ano.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(130)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-resumen-linea.
           05 ra-tipo   pic x(1).
               88 ra-detalle value 'D'.
               88 ra-control value 'T'.
           05 ra-anio   pic 9(4).
           05 filler    pic x(125).
       01 ws-resumen-det redefines ws-resumen-linea.
           05 filler        pic x(5).
           05 ra-dni        pic x(9).
           05 ra-emp-id     pic 9(6).
           05 ra-apellido   pic x(20).
           05 ra-nombre     pic x(15).
           05 ra-bruto      pic 9(9)v99.
           05 ra-irpf       pic 9(9)v99.
           05 ra-ss         pic 9(9)v99.
           05 ra-gastos     pic 9(9)v99.
           05 ra-neto       pic 9(9)v99.
           05 ra-meses      pic 9(2).
           05 ra-baja-sw    pic x(1).
               88 ra-baja-en-anio value 'S'.
           05 ra-fecha-baja pic 9(8).
           05 filler        pic x(9).
       01 ws-resumen-tot redefines ws-resumen-linea.
           05 filler        pic x(5).
           05 ra-registros  pic 9(6).
           05 ra-tot-bruto  pic 9(11)v99.
           05 ra-tot-irpf   pic 9(11)v99.
           05 ra-tot-ss     pic 9(11)v99.
           05 ra-tot-gastos pic 9(11)v99.
           05 ra-tot-neto   pic 9(11)v99.
           05 filler        pic x(54).
