      ******************************************************************
      * Copybook: resumen_diario.cpy
      * Layout del registro de resumen_diario.dat, el resumen diario
      * de los dos registros de transacciones (calc_transacciones.log
      * y operaciones_transacciones.log), que crecen sin parar entre
      * rotaciones. Hay un registro por fecha, registro de origen,
      * programa, operador y ejecucion nocturna, con cuantas lineas
      * se grabaron, el total neto (las lineas con tx-signo '-' restan)
      * y cuantas de ellas son anulaciones (tx-signo '-' con
      * tx-referencia a un calculo anterior).
      *
      * Lo mantienen al grabar cada linea calculadora, operaciones y
      * las anulaciones aprobadas en rutinas_57; rutinas_144 lo rehace
      * entero a partir de los dos registros, y rutinas_22 borra las
      * entradas del registro que archiva. Los informes
      * (rutinas_15, rutinas_50, rutinas_51, rutinas_55) lo leen en
      * lugar de recorrer el detalle desde la primera linea, y solo
      * vuelven al detalle cuando necesitan lineas sueltas.
      *
      * rd-origen dice de que registro sale la linea: 'C' para
      * calc_transacciones.log y 'O' para operaciones_transacciones.
      * log (que lleva tanto "operaciones" como "cinta"). rd-run es la
      * ejecucion nocturna vigente al grabar la linea, la misma que
      * tt-run en totales_mensuales.dat.
      ******************************************************************
       01 resumen-diario-rec.
           05 rd-clave.
               10 rd-fecha      pic 9(8).
               10 rd-origen     pic x(1).
                   88 rd-origen-calc value 'C'.
                   88 rd-origen-oper value 'O'.
               10 rd-programa   pic x(15).
               10 rd-operador   pic x(10).
               10 rd-run        pic 9(5).
           05 rd-conteo         pic 9(7).
           05 rd-total          pic s9(9)v99.
           05 rd-anulaciones    pic 9(5).
