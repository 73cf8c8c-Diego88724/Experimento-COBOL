      * posiciones) no abre con este trazado: se convierte una vez
      * con la opcion 2 de rutinas_41, que lo rescata por su vista
      * antigua y lo recarga con la nueva.
      *
      * tr-importe es siempre el importe en la moneda de la casa
      * (EUR), el que suman la liquidacion (rutinas_28) y todo lo
      * demas. Una transaccion de un feed en divisa (rutinas_26)
      * guarda ademas su moneda (tr-moneda, codigo ISO de tres
      * letras), el importe original en esa moneda
      * (tr-importe-origen) y el cambio del dia que se le aplico
      * (tr-cambio, euros por unidad de divisa, de
      * cambios_divisa.dat). Lo generado en casa lleva EUR, el
      * mismo importe en los dos campos y cambio 1. Un registro
      * anterior a estos campos los trae en espacios y se lee como
      * EUR; un fichero fisico con el trazado de 59 posiciones se
      * convierte igual que el de 55, con la opcion 2 de rutinas_41.
      *
      * Un traspaso entre sucursales (rutinas_126) son dos registros,
      * la salida con tr-sucursal de la que envia y la entrada con la
      * de la que recibe, por el mismo importe y con la referencia
      * compartida del traspaso en tr-descripcion (trazado en
      * descripcion_traspaso.cpy).
      *
      * tr-estado-sw es el estado de la transaccion: normal (espacio
      * o 'N', lo que traen lo generado en casa y los registros
      * anteriores al campo), 'R' retenida, 'D' disputada y 'L'
      * liberada (lo estuvo y un supervisor la solto). Solo el
      * supervisor la cambia, con la pantalla de rutinas_128, que
      * deja cada cambio con su motivo en
      * retenciones_transacciones.log. Una retenida o disputada
      * queda fuera de la liquidacion (rutinas_28) y del asiento
      * contable (rutinas_44) de su dia, que la listan aparte; una
      * liberada se liquida y se exporta el dia de tr-estado-fecha,
      * en que se solto, como "liberada". rutinas_128 solo retiene
      * o disputa una transaccion cuyo dia aun no tiene
      * asientos_AAAAMMDD.dat, de modo que toda retenida quedo fuera
      * del asiento de su dia y su liberacion no la contabiliza dos
      * veces.
      * tr-estado-fecha es el dia en que se retuvo o disputo (o se
      * libero), del que sale la antiguedad del informe de
      * rutinas_129.
      *
      * tr-proyecto es el codigo de proyecto opcional del apunte
      * (proyectos.dat, proyecto.cpy), el que da el operador en
      * calculadora u operaciones o trae la linea del lote o del
      * feed; en blanco, sin proyecto. Ocupa parte de la antigua
      * reserva final, asi que los registros anteriores lo traen en
      * blanco sin conversion. Con el se saca el informe de ingresos
      * por proyecto y centro de coste (rutinas_133).
      ******************************************************************
       01 transaccion-maestro-rec.
           05 tr-numero-transaccion pic 9(8).
           05 tr-importe            pic 9(7)v99.
           05 tr-descripcion        pic x(30).
           05 tr-sucursal           pic x(4).
           05 tr-moneda             pic x(3).
           05 tr-importe-origen     pic 9(7)v99.
           05 tr-cambio             pic 9(3)v9(6).
           05 tr-estado-sw          pic x(1).
               88 tr-estado-normal  value ' ' 'N'.
               88 tr-retenida       value 'R'.
               88 tr-disputada      value 'D'.
               88 tr-liberada       value 'L'.
               88 tr-fuera-liquidacion value 'R' 'D'.
           05 tr-estado-fecha       pic 9(8).
           05 tr-proyecto           pic x(6).
           05 filler                pic x(5).
