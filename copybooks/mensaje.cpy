      ******************************************************************
      * Copybook: mensaje.cpy
      * Layout del registro de mensajes.dat, el catalogo de mensajes
      * de pantalla de calculadora, operaciones, rutinas_3 y rutinas_4:
      * cada texto que ve el operador, por numero de mensaje y por
      * idioma ('ES' castellano, 'EN' ingles; se puede anadir otro
      * idioma sin tocar los programas). Cada programa carga al
      * arrancar sus textos en mensajes_tabla.cpy, primero los 'ES' y
      * encima los del idioma del operador (om-idioma de
      * operador_maestro.cpy), asi que un texto que falte en ingles
      * sale en castellano.
      *
      * Numeracion: 0001-0099 textos comunes a los cuatro programas
      * (firma, PIN, entrenamiento, avisos); 1100-1399 calculadora,
      * 2100-2399 operaciones, 3100-3399 rutinas_3 y 4100-4399
      * rutinas_4.
      *
      * Mantenido por rutinas_143, que tambien da de alta los textos
      * nuevos de batch/mensajes_catalogo.dat sin pisar los que ya se
      * hayan corregido.
      ******************************************************************
       01 mensaje-rec.
           05 ms-clave.
               10 ms-numero pic 9(4).
               10 ms-idioma pic x(2).
           05 ms-texto      pic x(80).
