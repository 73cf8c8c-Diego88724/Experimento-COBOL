      * exigen nivel supervisor; un intento rechazado queda en
      * excepciones.log. Un registro anterior al campo (om-nivel no
      * numerico) se trata como operador normal.
      * Ver salarios en claro tambien exige nivel supervisor: la
      * modificacion y el historial de rutinas_4, la consulta de
      * rutinas_61, el roster de rutinas_11 y el informe de fuera de
      * banda de rutinas_108 los enmascaran a los demas, y cada
      * salario mostrado queda en accesos_salario.log
      * (acceso_salario.cpy).
      *
      * om-fallos cuenta las firmas fallidas consecutivas (PIN
      * incorrecto); una firma correcta lo pone a cero, y al llegar
      * a pg-firma-intentos (parametros.cpy) el operador queda
      * suspendido (om-inactivo) hasta que un supervisor lo
      * reactive con rutinas_19.
      *
      * om-idioma es el idioma en que el operador ve los mensajes de
      * consola (ES = castellano, EN = ingles; ver mensaje.cpy). Un
      * registro anterior al campo (en blanco) sigue con el idioma
      * por defecto de la sesion, la variable IDIOMA de menu.sh.
      ******************************************************************
       01 operador-maestro-rec.
           05 om-id         pic x(10).
               88 om-nivel-operador   value 1.
               88 om-nivel-supervisor value 2.
           05 om-fallos     pic 9(2).
           05 om-idioma     pic x(2).
