      ******************************************************************
      * Copybook: factura.cpy
      * Layout de facturas.dat, el registro legal de facturas y
      * abonos. Una linea 'H' de cabecera por documento y una linea
      * 'D' por cada linea facturada, con el mismo patron de
      * cabecera/detalle que presupuestos.dat.
      *
      * fa-clase distingue las dos series, cada una con su contador
      * propio y sin huecos (facturas_contador.dat y
      * abonos_contador.dat, aparte de transacciones_contador.dat):
      * 'F' factura, emitida por rutinas_65 al convertir un
      * presupuesto en transaccion, y 'A' abono, emitido por
      * rutinas_79 contra una factura anterior (fh-factura-origen)
      * por todo o parte de su importe. El numero solo se toma
      * despues de contabilizar, para que un fallo no deje huecos.
      * rutinas_79 imprime y reimprime ambos documentos.
      *
      * fh-total es el total del documento, IVA incluido, y
      * fh-cuota-iva el IVA que contiene; la base es la diferencia.
      * fh-desglose lleva, por cada codigo de IVA (posicion 1 'G',
      * 2 'R', 3 'E'), el porcentaje aplicado en la fecha del
      * documento, la base y la cuota: es lo que suma el libro de
      * IVA trimestral de rutinas_81. fd-tipo-iva es el codigo de
      * IVA de la linea. Un documento de antes de estos campos los
      * trae en blanco y se trata como sin IVA (la base es el
      * total).
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(150)) justo antes
      * de escribirlo, igual que ws-pres-linea en
      * presupuesto_registro.cpy.
      ******************************************************************
       01 ws-fact-linea.
           05 fa-tipo   pic x(1).
               88 fa-cabecera value 'H'.
               88 fa-detalle  value 'D'.
           05 fa-clase  pic x(1).
               88 fa-factura value 'F'.
               88 fa-abono   value 'A'.
           05 fa-numero pic 9(8).
           05 filler    pic x(140).
       01 ws-fact-cab redefines ws-fact-linea.
           05 filler            pic x(10).
           05 fh-fecha          pic 9(8).
           05 fh-cliente        pic x(6).
           05 fh-presupuesto    pic 9(6).
           05 fh-transaccion    pic 9(8).
           05 fh-total          pic 9(7)v99.
           05 fh-factura-origen pic 9(8).
           05 fh-operador       pic x(10).
           05 fh-cuota-iva      pic 9(7)v99.
           05 fh-desglose occurs 3 times.
               10 fh-iva-codigo pic x(1).
               10 fh-iva-pct    pic 9(2)v99.
               10 fh-iva-base   pic 9(7)v99.
               10 fh-iva-cuota  pic 9(7)v99.
           05 filler            pic x(7).
       01 ws-fact-det redefines ws-fact-linea.
           05 filler            pic x(10).
           05 fd-linea          pic 9(3).
           05 fd-codigo         pic x(6).
           05 fd-descripcion    pic x(20).
           05 fd-cantidad       pic 9(3).
           05 fd-precio         pic 9(2)v99.
           05 fd-importe        pic 9(5)v99.
           05 fd-tipo-iva       pic x(1).
           05 filler            pic x(96).
