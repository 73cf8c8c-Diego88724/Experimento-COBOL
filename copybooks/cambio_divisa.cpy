      ******************************************************************
      * Copybook: cambio_divisa.cpy
      * Layout del registro de cambios_divisa.dat, la tabla de
      * cambios diarios de divisa, indexada por cd-clave (codigo ISO
      * de la moneda mas la fecha del cambio). Mantenida por
      * rutinas_121.
      *
      * cd-cambio son los euros (la moneda de la casa) que vale una
      * unidad de la divisa ese dia, con seis decimales. La tabla es
      * diaria: la carga de rutinas_26 convierte cada transaccion en
      * divisa con el cambio de la misma fecha de la transaccion y
      * la rechaza si ese dia no tiene cambio, sin arrastrar el de un
      * dia anterior. El EUR no lleva cambio.
      *
      * cd-operador y cd-fecha-alta son quien y cuando dio de alta o
      * corrigio el cambio por ultima vez. El filler final es reserva
      * de ampliacion.
      ******************************************************************
       01 cambio-divisa-rec.
           05 cd-clave.
               10 cd-moneda     pic x(3).
               10 cd-fecha      pic 9(8).
           05 cd-cambio         pic 9(3)v9(6).
           05 cd-operador       pic x(10).
           05 cd-fecha-alta     pic 9(8).
           05 filler            pic x(10).
