      ******************************************************************
      * Copybook: ausencia.cpy
      * Layout del registro de ausencias.dat, las ausencias de los
      * empleados: vacaciones ('V'), baja por enfermedad ('E') y
      * permiso sin sueldo ('N'). Indexado por au-clave (empleado y
      * primer dia), asi que las ausencias de un empleado salen en
      * orden de fecha con un START por empleado. Una ausencia no
      * pasa de un ano natural; la que cruza el 31 de diciembre se
      * pide en dos.
      *
      * La solicita rutinas_101, que cuenta en au-dias los dias
      * habiles del periodo (lunes a viernes corregido por
      * calendario.dat) y deja una solicitud AUSENCIA en
      * aprobaciones.dat (au-apr-id); la aprueba o rechaza rutinas_57,
      * que cambia au-estado-sw. Solo cuentan las ausencias
      * aprobadas: las vacaciones contra el derecho anual
      * (vacaciones_derecho.dat), los permisos sin sueldo en la
      * nomina (rutinas_33) y todas para que el informe de
      * asistencia (rutinas_100) no las de como faltas. Una
      * ausencia pendiente, o aprobada y aun no empezada, se puede
      * anular ('C') desde rutinas_101.
      ******************************************************************
       01 ausencia-rec.
           05 au-clave.
               10 au-emp-id      pic 9(6).
               10 au-fecha-desde pic 9(8).
           05 au-fecha-hasta     pic 9(8).
           05 au-tipo            pic x(1).
               88 au-vacaciones  value 'V'.
               88 au-enfermedad  value 'E'.
               88 au-sin-sueldo  value 'N'.
           05 au-dias            pic 9(3).
           05 au-estado-sw       pic x(1).
               88 au-pendiente   value 'P'.
               88 au-aprobada    value 'A'.
               88 au-rechazada   value 'R'.
               88 au-anulada     value 'C'.
           05 au-apr-id          pic 9(6).
           05 au-solicita        pic x(10).
           05 au-fecha-sol       pic 9(8).
           05 filler             pic x(20).
