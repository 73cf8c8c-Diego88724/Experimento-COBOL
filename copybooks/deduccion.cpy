      ******************************************************************
      * Copybook: deduccion.cpy
      * Layout del registro de deducciones.dat, la tabla de
      * deducciones legales de la nomina, indexada por de-clave.
      * Mantenida por rutinas_95; la aplica la nomina mensual
      * (rutinas_33).
      *
      * de-tipo 'T': tramos de retencion del IRPF. Cada vigencia
      * (de-fecha-desde) es un juego completo de tramos ordenados
      * por de-orden; de-hasta es el limite superior del tramo sobre
      * el bruto del mes y de-porcentaje el tipo que se aplica a la
      * parte del bruto que cae dentro del tramo (escala
      * progresiva). Un de-hasta a cero es el ultimo tramo, sin
      * limite.
      *
      * de-tipo 'S': cotizacion del trabajador a la seguridad
      * social, un porcentaje sobre todo el bruto; de-orden va a 01.
      *
      * Rige la vigencia con la mayor de-fecha-desde que no pase
      * del primer dia del periodo de nomina, como en la tabla de
      * tipos de IVA (tipo_iva.cpy): un cambio se da de alta por
      * adelantado sin tocar las nominas ya liquidadas.
      *
      * El filler final es reserva de ampliacion.
      ******************************************************************
       01 deduccion-rec.
           05 de-clave.
               10 de-tipo        pic x(1).
                   88 de-tramo-irpf  value 'T'.
                   88 de-seg-social  value 'S'.
                   88 de-tipo-valido value 'T' 'S'.
               10 de-fecha-desde pic 9(8).
               10 de-orden       pic 9(2).
           05 de-hasta           pic 9(7)v99.
           05 de-porcentaje      pic 9(2)v99.
           05 de-descripcion     pic x(20).
           05 de-operador        pic x(10).
           05 filler             pic x(10).
