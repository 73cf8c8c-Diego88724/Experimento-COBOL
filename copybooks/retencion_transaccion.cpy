      ******************************************************************
      * Copybook: retencion_transaccion.cpy
      * Layout del registro de retenciones_transacciones.log, el
      * historial de cambios de estado de las transacciones del
      * maestro (tr-estado-sw en transaccion_maestro.cpy). Cada vez
      * que un supervisor retiene, disputa o libera una transaccion
      * con rutinas_128 se anota aqui una linea con la fecha y la
      * hora, el numero de transaccion, la accion, el estado que
      * tenia antes, el supervisor y el motivo, que es obligatorio.
      *
      * rh-accion: 'R' retenida, 'D' disputada, 'L' liberada.
      * rh-estado-anterior: el tr-estado-sw de antes del cambio
      * (espacio o 'N' = normal).
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(84)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-retencion-linea.
           05 rh-fecha           pic 9(8).
           05 filler             pic x(3) value ' - '.
           05 rh-hora            pic 9(8).
           05 filler             pic x(3) value ' - '.
           05 rh-numero          pic 9(8).
           05 filler             pic x(3) value ' - '.
           05 rh-accion          pic x(1).
           05 filler             pic x(3) value ' - '.
           05 rh-estado-anterior pic x(1).
           05 filler             pic x(3) value ' - '.
           05 rh-supervisor      pic x(10).
           05 filler             pic x(3) value ' - '.
           05 rh-motivo          pic x(30).
