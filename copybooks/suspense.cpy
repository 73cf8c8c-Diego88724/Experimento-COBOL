      ******************************************************************
      * Copybook: suspense.cpy
      * Layout del registro de suspense.dat, el fichero de lineas
      * rechazadas de los lotes: cada linea de calc_entrada.dat,
      * operaciones_lote.dat o del feed de sucursal (rutinas_26) que
      * el batch rechaza queda aqui tal como venia (sp-linea, en su
      * formato original), con el motivo del rechazo, la fecha y el
      * numero de ejecucion nocturna, ademas de la excepcion de
      * siempre en excepciones.log. Indexado por sp-id, numerado
      * desde suspense_contador.dat con el patron de contador
      * habitual.
      *
      * sp-origen: CALC (calc_entrada.dat, 26 posiciones), OPER
      * (operaciones_lote.dat, 11 posiciones) o FEED (detalle 'D'
      * del feed, 80 posiciones; sp-sucursal, sp-moneda y
      * sp-fecha-feed guardan la cabecera de la que vino).
      *
      * sp-estado-sw: 'P' pendiente de corregir; 'C' corregida con
      * el editor de rutinas_43, que reescribe sp-linea; 'R'
      * reenviada (rutinas_134 la devuelve al fichero de entrada de
      * la noche, y la carga de feeds de rutinas_26 reenvia las
      * FEED en su siguiente carga); 'A' anulada, descartada sin
      * reenviar. Una linea reenviada que vuelve a fallar entra de
      * nuevo como otra pendiente. sp-operador y sp-fecha-estado
      * son quien y cuando la corrigio o anulo; sp-run-reenvio, la
      * ejecucion que la reenvio. El informe de antiguedad
      * (rutinas_135) lista las 'P' y 'C'.
      ******************************************************************
       01 suspense-rec.
           05 sp-id             pic 9(6).
           05 sp-origen         pic x(4).
               88 sp-de-calc    value "CALC".
               88 sp-de-oper    value "OPER".
               88 sp-de-feed    value "FEED".
           05 sp-fecha          pic 9(8).
           05 sp-hora           pic 9(8).
           05 sp-run            pic 9(5).
           05 sp-programa       pic x(12).
           05 sp-campo          pic x(15).
           05 sp-motivo         pic x(20).
           05 sp-sucursal       pic x(4).
           05 sp-moneda         pic x(3).
           05 sp-fecha-feed     pic 9(8).
           05 sp-linea          pic x(80).
           05 sp-estado-sw      pic x(1).
               88 sp-pendiente  value 'P'.
               88 sp-corregida  value 'C'.
               88 sp-reenviada  value 'R'.
               88 sp-anulada    value 'A'.
               88 sp-sin-resolver value 'P' 'C'.
           05 sp-operador       pic x(10).
           05 sp-fecha-estado   pic 9(8).
           05 sp-run-reenvio    pic 9(5).
           05 filler            pic x(3).
