      ******************************************************************
      * Copybook: bloqueo_conflicto.cpy
      * Layout de una linea de bloqueos_conflictos.log: cada vez que
      * un operador pide un registro que otro tiene bloqueado
      * (bloqueo.cpy) se anota quien lo pidio y con que programa,
      * quien lo tenia, y que hizo: ESPERA (espera y reintenta),
      * ABANDONA (renuncia a la modificacion) o CADUCADO (el bloqueo
      * tenia mas de pg-bloqueo-minutos y se libero).
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(114)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-conflicto-linea.
           05 bc-fecha          pic 9(8).
           05 filler            pic x(1) value '-'.
           05 bc-hora           pic 9(8).
           05 filler            pic x(3) value ' - '.
           05 bc-fichero        pic x(12).
           05 filler            pic x(3) value ' - '.
           05 bc-registro       pic x(10).
           05 filler            pic x(3) value ' - '.
           05 bc-operador       pic x(10).
           05 filler            pic x(3) value ' - '.
           05 bc-programa       pic x(12).
           05 filler            pic x(3) value ' - '.
           05 bc-titular        pic x(10).
           05 filler            pic x(3) value ' - '.
           05 bc-titular-prog   pic x(12).
           05 filler            pic x(3) value ' - '.
           05 bc-resultado      pic x(10).
