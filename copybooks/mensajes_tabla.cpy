      ******************************************************************
      * Copybook: mensajes_tabla.cpy
      * Tabla en memoria de los mensajes de pantalla de un programa,
      * cargada de mensajes.dat (mensaje.cpy) al arrancar y de nuevo
      * cuando firma un operador con otro idioma. La posicion de un
      * texto es su numero de mensaje: 1-99 los comunes, y 100-399 el
      * numero menos la base del programa (ws-mensajes-base, 1000
      * calculadora, 2000 operaciones, 3000 rutinas_3, 4000
      * rutinas_4). mt-largo es la longitud del texto sin los
      * blancos del final, para mostrarlo como
      * mt-texto(n)(1:mt-largo(n)).
      *
      * ws-idioma empieza con la variable de entorno IDIOMA (puesta
      * por batch/menu.sh, 'ES' si no hay), y la firma la cambia por
      * el idioma del operador.
      ******************************************************************
       01 ws-tabla-mensajes.
           05 ws-mensaje-tabla occurs 399 times.
               10 mt-texto pic x(80).
               10 mt-largo pic 9(2).
       01 ws-mensajes-base    pic 9(4) value 0.
       01 ws-idioma           pic x(2) value "ES".
       01 ws-idioma-carga     pic x(2).
       01 ws-idioma-entorno   pic x(2).
       01 ws-operador-idioma  pic x(2) value SPACES.
       01 ws-mensaje-idx      pic 9(3).
       01 ws-mensaje-pos      pic 9(2).
       01 ws-mensaje-numero   pic 9(4).
       01 ws-mensajes-eof-sw  pic x value 'N'.
           88 ws-mensajes-eof value 'S'.
