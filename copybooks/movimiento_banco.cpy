      ******************************************************************
      * Copybook: movimiento_banco.cpy
      * Layout de movimientos_banco.dat, los movimientos de los
      * extractos del banco ya cargados (rutinas_122), indexado por
      * mb-id, numerado desde movimientos_banco_contador.dat con el
      * patron de contador habitual. mb-extracto es la fecha del
      * extracto del que vino la linea; el resto, hasta mb-concepto,
      * es la linea del banco tal cual (extracto_banco.cpy).
      *
      * mb-estado-sw 'P' pendiente de conciliar, 'C' conciliado con
      * el apunte mb-tr-numero de transacciones.dat. mb-tipo dice
      * como se concilio: 'R' por referencia, 'I' por importe y
      * fecha (los dos automaticos, en rutinas_122), 'M' a mano en
      * rutinas_123. mb-operador y mb-fecha-concilia son quien y
      * cuando; los automaticos llevan AUTO. Cada conciliacion deja
      * ademas su linea en conciliaciones_banco.log
      * (conciliacion_banco.cpy).
      ******************************************************************
       01 movimiento-banco-rec.
           05 mb-id             pic 9(6).
           05 mb-extracto       pic 9(8).
           05 mb-fecha          pic 9(8).
           05 mb-signo          pic x(1).
               88 mb-abono value '+'.
               88 mb-cargo value '-'.
           05 mb-importe        pic 9(7)v99.
           05 mb-referencia     pic x(16).
           05 mb-concepto       pic x(30).
           05 mb-estado-sw      pic x(1).
               88 mb-pendiente  value 'P'.
               88 mb-conciliado value 'C'.
           05 mb-tr-numero      pic 9(8).
           05 mb-tipo           pic x(1).
               88 mb-por-referencia value 'R'.
               88 mb-por-importe    value 'I'.
               88 mb-manual         value 'M'.
           05 mb-operador       pic x(10).
           05 mb-fecha-concilia pic 9(8).
           05 filler            pic x(10).
