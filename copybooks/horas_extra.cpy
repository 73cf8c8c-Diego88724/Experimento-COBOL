      ******************************************************************
      * Copybook: horas_extra.cpy
      * Layout de la linea de horas_extra_AAAAMM.dat, las horas del
      * mes de cada empleado que deja el informe de asistencia
      * (rutinas_100): minutos teoricos (dias habiles del mes por la
      * jornada, pg-jornada-minutos), minutos trabajados segun los
      * fichajes, minutos extra (lo que pasa de la jornada en un dia
      * habil y todo lo trabajado en un dia no habil) y dias de
      * falta. Junto con el fichero, rutinas_100 deja una solicitud
      * HORAS EXTRA en aprobaciones.dat; la nomina (rutinas_33) solo
      * paga las horas extra del periodo una vez aprobada.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(40)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-horas-extra-linea.
           05 hx-emp-id             pic 9(6).
           05 filler                pic x(1) value SPACE.
           05 hx-minutos-teoricos   pic 9(5).
           05 filler                pic x(1) value SPACE.
           05 hx-minutos-trabajados pic 9(5).
           05 filler                pic x(1) value SPACE.
           05 hx-minutos-extra      pic 9(5).
           05 filler                pic x(1) value SPACE.
           05 hx-dias-falta         pic 9(2).
           05 filler                pic x(13) value SPACES.
