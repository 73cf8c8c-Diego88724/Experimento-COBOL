      ******************************************************************
      * Copybook: tipo_iva.cpy
      * Layout del registro de tipos_iva.dat, la tabla de tipos de
      * IVA, indexada por ti-clave (codigo de tipo mas fecha desde la
      * que rige). Mantenida por rutinas_80.
      *
      * Hay tres codigos: 'G' general, 'R' reducido y 'E' exento.
      * Cada codigo puede tener varias vigencias; el porcentaje que
      * se aplica en una fecha es el de la vigencia con la mayor
      * ti-fecha-desde que no pase de esa fecha, de modo que un
      * cambio de tipo se da de alta por adelantado sin tocar lo ya
      * facturado. El exento no necesita vigencia: se aplica al cero
      * por ciento. Cada articulo lleva su codigo en ar-tipo-iva
      * (articulo.cpy).
      *
      * El filler final es reserva de ampliacion.
      ******************************************************************
       01 tipo-iva-rec.
           05 ti-clave.
               10 ti-codigo      pic x(1).
                   88 ti-general  value 'G'.
                   88 ti-reducido value 'R'.
                   88 ti-exento   value 'E'.
               10 ti-fecha-desde pic 9(8).
           05 ti-porcentaje      pic 9(2)v99.
           05 ti-descripcion     pic x(20).
           05 filler             pic x(10).
