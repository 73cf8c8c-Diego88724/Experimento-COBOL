      ******************************************************************
      * Copybook: arqueo_caja.cpy
      * Layout del registro de arqueos_caja.dat, el arqueo de fin de
      * turno de cada operador de ventanilla (rutinas_119): lo que
      * declara haber contado en el cajon, billete a billete y
      * moneda a moneda, frente a lo que deberia haber segun sus
      * propios apuntes del turno en calc_transacciones.log y
      * operaciones_transacciones.log (las lineas con tx-signo '-',
      * anulaciones incluidas, restan).
      *
      * El turno va desde el arqueo anterior del mismo operador en
      * el mismo dia (aq-desde-hora; cero si es el primero) hasta la
      * hora del arqueo. Lo esperado es el fondo de caja con que se
      * abrio mas el neto de los apuntes (aq-neto-signo y aq-neto).
      * aq-diferencia es lo declarado menos lo esperado, en valor
      * absoluto, con aq-dif-signo '+' para un sobrante y '-' para
      * un faltante. aq-alerta-sw 'S' marca un descuadre por encima
      * de pg-descuadre-max (parametros.cpy) que ya se dejo en
      * alertas.dat.
      *
      * aq-unidades lleva las unidades contadas de cada valor, en el
      * orden de mayor a menor: billetes de 500, 200, 100, 50, 20,
      * 10 y 5 y monedas de 2, 1, 0.50, 0.20, 0.10, 0.05, 0.02 y
      * 0.01 euros.
      *
      * Lo lee el informe diario de sobrantes y faltantes por
      * operador (rutinas_120). El registro se construye aqui, en
      * working-storage, y se traslada al registro de fichero (FD,
      * pic x(181)) justo antes de escribirlo.
      ******************************************************************
       01 ws-arqueo-linea.
           05 aq-fecha       pic 9(8).
           05 filler         pic x value '-'.
           05 aq-hora        pic 9(8).
           05 filler         pic x(3) value ' - '.
           05 aq-operador    pic x(10).
           05 filler         pic x(3) value ' - '.
           05 aq-desde-hora  pic 9(8).
           05 filler         pic x(3) value ' - '.
           05 aq-fondo       pic 9(7)v99.
           05 filler         pic x value space.
           05 aq-declarado   pic 9(7)v99.
           05 filler         pic x value space.
           05 aq-neto-signo  pic x(1).
           05 aq-neto        pic 9(7)v99.
           05 filler         pic x value space.
           05 aq-dif-signo   pic x(1).
               88 aq-sobrante value '+'.
               88 aq-faltante value '-'.
           05 aq-diferencia  pic 9(7)v99.
           05 filler         pic x value space.
           05 aq-lineas-calc pic 9(5).
           05 filler         pic x value space.
           05 aq-lineas-oper pic 9(5).
           05 filler         pic x value space.
           05 aq-anulaciones pic 9(5).
           05 filler         pic x value space.
           05 aq-alerta-sw   pic x(1).
               88 aq-con-alerta value 'S'.
           05 filler         pic x value space.
           05 aq-unidades    pic 9(5) occurs 15 times.
