      ******************************************************************
      * Copybook: turno.cpy
      * Layout del registro de turnos.dat, el cuadrante semanal de
      * turnos de cada operador: que turno tiene asignado cada dia
      * de la semana (tu-dia(1) el lunes ... tu-dia(7) el domingo).
      * Lo mantiene el jefe de turno con rutinas_145; calculadora,
      * operaciones y rutinas_4 lo consultan al firmar, y una firma
      * fuera del turno asignado se admite pero queda en
      * intentos_firma.log (motivo "fuera de turno", o "sin turno"
      * si el operador no tiene cuadrante) para el informe de
      * seguridad (rutinas_35). rutinas_146 saca con el la cobertura
      * de turnos de la semana siguiente.
      *
      * Codigos de turno y sus horas (la hora de la firma):
      *   M manana   07:00 a 14:00
      *   T tarde    14:00 a 20:00
      *   D dia      07:00 a 20:00 (manana y tarde)
      *   N noche    20:00 a 24:00 y 00:00 a 07:00 del mismo dia
      *   L o blanco libre
      * El cuadrante se aplica contra calendario.dat: un festivo
      * (registro 'F') deja a todos libres ese dia, y un laborable
      * especial (registro 'L') en fin de semana sigue el turno que
      * el operador tenga para ese dia de la semana.
      *
      * Un turnos.dat que aun no se ha creado deja las firmas sin
      * comprobar, el mismo tratamiento "no configurado" de los
      * demas ficheros de control.
      ******************************************************************
       01 turno-rec.
           05 tu-id         pic x(10).
           05 tu-semana.
               10 tu-dia    pic x(1) occurs 7 times.
                   88 tu-manana value 'M'.
                   88 tu-tarde  value 'T'.
                   88 tu-dia-completo value 'D'.
                   88 tu-noche  value 'N'.
                   88 tu-libre  value 'L' ' '.
           05 tu-fecha-mod  pic 9(8).
           05 tu-op-mod     pic x(10).
