      ******************************************************************
      * Copybook: fichaje.cpy
      * Layout del registro de fichajes.dat, los fichajes de entrada
      * y salida de los empleados. Indexado por fi-clave (empleado,
      * fecha y hora), asi que los fichajes de un empleado salen en
      * orden de dia y hora con un START por empleado y fecha. Lo
      * mantiene rutinas_99, que carga el fichero exportado del
      * terminal de fichaje (fichaje_terminal.cpy) o graba a mano un
      * fichaje olvidado; lo lee el informe mensual de asistencia
      * (rutinas_100), que empareja cada entrada con la salida
      * siguiente del mismo dia.
      *
      * fi-hora es HHMM. fi-origen dice de donde vino el fichaje: 'T'
      * del terminal, 'M' tecleado por el operador de fi-operador.
      ******************************************************************
       01 fichaje-rec.
           05 fi-clave.
               10 fi-emp-id pic 9(6).
               10 fi-fecha  pic 9(8).
               10 fi-hora   pic 9(4).
           05 fi-tipo       pic x(1).
               88 fi-entrada value 'E'.
               88 fi-salida  value 'S'.
           05 fi-origen     pic x(1).
               88 fi-terminal value 'T'.
               88 fi-manual   value 'M'.
           05 fi-operador   pic x(10).
           05 filler        pic x(20).
