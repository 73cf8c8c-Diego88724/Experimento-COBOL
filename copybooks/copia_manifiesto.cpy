      ******************************************************************
      * Copybook: copia_manifiesto.cpy
      * Layout del registro de copia_AAAAMMDD_manifiesto.dat, el
      * indice de la copia de seguridad nocturna que deja rutinas_139:
      * una linea por fichero copiado, con su tipo ('I' = maestro
      * indexado, copiado como imagen plana en orden de clave; 'S' =
      * fichero secuencial, copiado linea a linea), si se copio o no
      * existia aquella noche, y cuantos registros tenia la copia.
      * La restauracion compara este conteo con la copia antes de
      * tocar ningun fichero vivo.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(77)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-manifiesto-linea.
           05 mf-nombre     pic x(30).
           05 filler        pic x(3) value ' - '.
           05 mf-tipo       pic x(1).
               88 mf-indexado   value 'I'.
               88 mf-secuencial value 'S'.
           05 filler        pic x(3) value ' - '.
           05 mf-estado     pic x(1).
               88 mf-copiado    value 'C'.
               88 mf-ausente    value 'A'.
               88 mf-fallido    value 'E'.
           05 filler        pic x(3) value ' - '.
           05 mf-conteo     pic 9(8).
           05 filler        pic x(3) value ' - '.
           05 mf-fecha      pic 9(8).
           05 filler        pic x(1) value '-'.
           05 mf-hora       pic 9(8).
           05 filler        pic x(3) value ' - '.
           05 mf-run        pic 9(5).
