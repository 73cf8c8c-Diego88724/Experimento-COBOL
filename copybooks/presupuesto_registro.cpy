      * rutinas_65, que reimprime un presupuesto por numero o
      * convierte su total en una transaccion contabilizada.
      *
      * pd-articulo es el numero de linea dentro del presupuesto;
      * pd-codigo es el codigo del articulo en articulos.dat
      * (articulo.cpy) del que sale el precio de tarifa. Una linea
      * anterior al campo llega con pd-codigo en blanco.
      *
      * ph-total es la base imponible: la suma de las lineas ya
      * descontadas, sin IVA, y es el importe que rutinas_65
      * contabiliza. ph-cuota-iva es el IVA del presupuesto,
      * calculado por tipo sobre la base de cada tipo con los
      * porcentajes vigentes en ph-fecha; el total a pagar es la
      * suma de ambos. pd-tipo-iva es el codigo de IVA del articulo
      * de la linea (ar-tipo-iva). Una linea de antes de estos
      * campos los trae en blanco: cuota cero y tipo general.
      *
      * ph-fecha-validez es el ultimo dia en que el presupuesto se
      * puede aceptar (pg-validez-dias desde ph-fecha) y ph-estado
      * su estado al emitirse: siempre abierto. Como presupuestos.dat
      * es secuencial y no se reescribe, cada cambio de estado
      * posterior (aceptado al convertirlo en rutinas_65, rechazado
      * por el cliente) se anade como una linea 'E' con el estado
      * nuevo, su fecha y, si es una aceptacion, la transaccion; el
      * estado vigente de un presupuesto es el de su ultima linea
      * 'E', o el de la cabecera si no tiene ninguna. Un presupuesto
      * abierto cuya validez ya ha pasado esta vencido aunque nadie
      * lo haya marcado. Un presupuesto de antes de estos campos los
      * trae en blanco y se trata como abierto sin vencimiento.
      *
      * ph-vendedor es el emp-id (empleado.cpy) del vendedor que hizo
      * el presupuesto, base de las comisiones mensuales (rutinas_85).
      * Un presupuesto anterior al campo lo trae en blanco: sin
      * vendedor, no genera comision.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(60)) justo antes
      * de escribirlo, igual que ws-carga-linea se usa en
      * rutinas_26.
      ******************************************************************
           05 pr-tipo   pic x(1).
               88 pr-cabecera value 'H'.
               88 pr-detalle  value 'D'.
               88 pr-estado   value 'E'.
           05 pr-numero pic 9(6).
           05 filler    pic x(53).
       01 ws-pres-cab redefines ws-pres-linea.
           05 filler        pic x(7).
           05 ph-fecha      pic 9(8).
           05 ph-cliente    pic x(6).
           05 ph-descuento  pic 9(2).
           05 ph-total      pic 9(7)v99.
           05 ph-cuota-iva  pic 9(7)v99.
           05 ph-fecha-validez pic 9(8).
           05 ph-estado     pic x(1).
               88 ph-abierto   value 'A' ' '.
               88 ph-aceptado  value 'C'.
               88 ph-vencido   value 'V'.
               88 ph-rechazado value 'R'.
           05 ph-vendedor   pic 9(6).
           05 filler        pic x(4).
       01 ws-pres-det redefines ws-pres-linea.
           05 filler        pic x(7).
           05 pd-articulo   pic 9(3).
           05 pd-precio     pic 9(2)v99.
           05 pd-cantidad   pic 9(3).
           05 pd-importe    pic 9(5)v99.
           05 pd-codigo     pic x(6).
           05 pd-tipo-iva   pic x(1).
           05 filler        pic x(29).
       01 ws-pres-est redefines ws-pres-linea.
           05 filler        pic x(7).
           05 pe-estado     pic x(1).
               88 pe-abierto   value 'A'.
               88 pe-aceptado  value 'C'.
               88 pe-vencido   value 'V'.
               88 pe-rechazado value 'R'.
           05 pe-fecha      pic 9(8).
           05 pe-transaccion pic 9(8).
           05 pe-motivo     pic x(20).
           05 filler        pic x(16).
