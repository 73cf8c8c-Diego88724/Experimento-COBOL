      ******************************************************************
      * Copybook: atraso_salarial.cpy
      * Layout del registro de atrasos_salariales.dat, los atrasos
      * que deja cada revision salarial aplicada: rutinas_57, al
      * aprobar una solicitud REVISION, graba uno por empleado
      * subido con el salario anterior, el nuevo y la fecha de
      * efecto. Indexado por empleado y fecha de efecto.
      *
      * La siguiente nomina (rutinas_33) liquida los pendientes: por
      * cada mes desde la fecha de efecto ya pagado al salario
      * anterior (segun las nominas AAAAMM ya generadas) paga la
      * diferencia, en la misma proporcion que la paga de ese mes
      * (prorrata o permiso sin sueldo), y lo deja pagado ('G') con
      * el importe, los meses y el periodo de la nomina.
      ******************************************************************
       01 atraso-salarial-rec.
           05 at-clave.
               10 at-emp-id        pic 9(6).
               10 at-fecha-efecto  pic 9(8).
           05 at-salario-anterior  pic 9(7)v99.
           05 at-salario-nuevo     pic 9(7)v99.
           05 at-apr-id            pic 9(6).
           05 at-estado-sw         pic x(1).
               88 at-pendiente     value 'P'.
               88 at-pagado        value 'G'.
           05 at-importe           pic 9(7)v99.
           05 at-meses             pic 9(2).
           05 at-periodo-pago      pic 9(6).
           05 filler               pic x(20).
