      ******************************************************************
      * Copybook: extracto_banco.cpy
      * Layout de la linea del extracto diario que manda el banco,
      * extracto_banco_AAAAMMDD.dat (AAAAMMDD es la fecha del
      * extracto), una linea por movimiento de la cuenta. Lo carga
      * rutinas_122 en movimientos_banco.dat (movimiento_banco.cpy)
      * para conciliarlo contra transacciones.dat.
      *
      * eb-signo: '+' abono (entra dinero), '-' cargo. eb-importe va
      * siempre en positivo y en EUR. eb-referencia es la que el
      * banco recibio con el movimiento; cuando es nuestra trae el
      * tr-numero-transaccion en sus ocho primeras posiciones.
      *
      * La linea se lee al registro de fichero (FD, pic x(64)) y se
      * traslada aqui, a working-storage, para trabajar con ella.
      ******************************************************************
       01 ws-extracto-linea.
           05 eb-fecha      pic 9(8).
           05 eb-signo      pic x(1).
               88 eb-abono value '+'.
               88 eb-cargo value '-'.
           05 eb-importe    pic 9(7)v99.
           05 eb-referencia pic x(16).
           05 eb-concepto   pic x(30).
