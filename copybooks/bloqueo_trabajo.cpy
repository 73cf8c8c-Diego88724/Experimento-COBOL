      ******************************************************************
      * Copybook: bloqueo_trabajo.cpy
      * Campos de trabajo de los parrafos de bloqueo de registro
      * (toma-bloqueo / libera-bloqueo) de los programas que
      * modifican empleados.dat y clientes.dat (ver bloqueo.cpy).
      * Antes de toma-bloqueo se mueven el fichero y la clave a
      * ws-bloqueo-fichero y ws-bloqueo-registro; al volver,
      * ws-bloqueo-tomado o ws-bloqueo-abandonado dice si se puede
      * seguir.
      ******************************************************************
       01 ws-bloqueo-fichero       pic x(12).
       01 ws-bloqueo-registro      pic x(10).
       01 ws-bloqueo-programa      pic x(12).
       01 ws-bloqueo-sw            pic x value 'N'.
           88 ws-bloqueo-tomado     value 'S'.
           88 ws-bloqueo-abandonado value 'A'.
       01 ws-bloqueo-conflicto-sw  pic x value 'N'.
           88 ws-bloqueo-conflicto  value 'S'.
       01 ws-bloqueo-respuesta     pic x value SPACE.
       01 ws-bloqueo-minutos-max   pic 9(3) value 30.
       01 ws-bloqueo-min-antes     pic 9(11).
       01 ws-bloqueo-min-ahora     pic 9(11).
       01 ws-bloqueo-edad          pic s9(11).
       01 ws-bloqueo-fecha.
           05 bf-aaaa              pic 9(4).
           05 bf-mm                pic 9(2).
           05 bf-dd                pic 9(2).
       01 ws-bloqueo-fecha-num redefines ws-bloqueo-fecha pic 9(8).
       01 ws-bloqueo-hora.
           05 bh-hh                pic 9(2).
           05 bh-mi                pic 9(2).
           05 bh-resto             pic 9(4).
       01 ws-bloqueo-titular       pic x(10).
       01 ws-bloqueo-titular-prog  pic x(12).
       01 ws-bloqueo-titular-fecha pic 9(8).
       01 ws-bloqueo-titular-hora  pic 9(8).
       01 ws-bloqueos-eof-sw       pic x value 'N'.
           88 ws-bloqueos-eof       value 'S'.
