      ******************************************************************
      * Copybook: comision.cpy
      * Layout de comisiones_AAAAMM.dat, el fichero de comisiones de
      * venta del mes que deja rutinas_85: una linea por vendedor con
      * los presupuestos convertidos en el periodo, su base (suma de
      * ph-total, sin IVA), el porcentaje aplicado y la comision.
      * rutinas_33 lo recoge al liquidar la nomina del mismo periodo
      * y paga cada comision como una linea aparte de
      * nomina_AAAAMM.dat.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(60)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-comision-linea.
           05 cm-emp-id        pic 9(6).
           05 cm-periodo       pic 9(6).
           05 cm-presupuestos  pic 9(4).
           05 cm-base          pic 9(9)v99.
           05 cm-porcentaje    pic 9(2)v99.
           05 cm-importe       pic 9(7)v99.
           05 cm-depto         pic x(4).
           05 filler           pic x(16).
