      * alertas_contador.dat con el patron de contador habitual).
      * Alimentan la cola rutinas_14 (checkpoints caducados),
      * rutinas_24 (sesiones concurrentes), rutinas_28 (descuadre de
      * liquidacion), rutinas_30 (umbral de excepciones),
      * rutinas_65 (stock por debajo del punto de pedido) y
      * rutinas_112 (caducidad de certificados y permisos de
      * trabajo a 60 y 30 dias), rutinas_119 (descuadre del
      * arqueo de caja de fin de turno), rutinas_125 (feed de
      * sucursal esperado que no llego) y rutinas_136 (operador con
      * apuntes inusuales en el dia), ademas de
      * sus ficheros de log propios de siempre; la pantalla de
      * revision (rutinas_48) lista las pendientes y guarda el
      * reconocimiento (operador, fecha y nota) sin borrar nada,
