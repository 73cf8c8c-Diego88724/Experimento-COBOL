      ******************************************************************
      * Copybook: plan_cuenta.cpy
      * Layout del registro de plan_cuentas.dat, el plan de cuentas
      * del mayor propio, indexado por cu-cuenta. Mantenido por
      * rutinas_91; la contabilizacion (rutinas_92) solo admite
      * apuntes a cuentas que existen aqui y estan activas, y el
      * balance (rutinas_93) lo recorre en orden de cuenta.
      *
      * cu-tipo: 'A' activo, 'P' pasivo, 'N' patrimonio neto,
      * 'I' ingreso, 'G' gasto. Las cuentas de ingreso y gasto
      * (cu-tipo-resultados) acumulan saldo solo dentro del
      * ejercicio; lo de ejercicios anteriores el balance lo lleva a
      * una linea de resultados anteriores.
      *
      * Una cuenta no se borra nunca: se desactiva (cu-activa-sw
      * 'N') y conserva sus saldos.
      *
      * El filler final es reserva de ampliacion.
      ******************************************************************
       01 plan-cuenta-rec.
           05 cu-cuenta      pic x(8).
           05 cu-nombre      pic x(30).
           05 cu-tipo        pic x(1).
               88 cu-tipo-activo     value 'A'.
               88 cu-tipo-pasivo     value 'P'.
               88 cu-tipo-neto       value 'N'.
               88 cu-tipo-ingreso    value 'I'.
               88 cu-tipo-gasto      value 'G'.
               88 cu-tipo-resultados value 'I' 'G'.
               88 cu-tipo-valido     value 'A' 'P' 'N' 'I' 'G'.
           05 cu-activa-sw   pic x(1).
               88 cu-activa   value 'S'.
               88 cu-inactiva value 'N'.
           05 cu-operador    pic x(10).
           05 cu-fecha       pic 9(8).
           05 filler         pic x(30).
