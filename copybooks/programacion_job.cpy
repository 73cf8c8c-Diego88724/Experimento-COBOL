      ******************************************************************
      * Copybook: programacion_job.cpy
      * Layout del registro de programacion_jobs.dat, el calendario de
      * trabajos periodicos que nightly_driver.sh lanza por su cuenta
      * (rutinas_141 decide cada noche cuales tocan, segun los dias
      * habiles de calendario.dat). Una linea por trabajo:
      *
      *   jp-paso        nombre del paso en job_control.log
      *   jp-frecuencia  D = todos los dias habiles
      *                  S = semanal, el dia jp-dia (1 = lunes ...
      *                      7 = domingo); si ese dia no es habil, el
      *                      primer dia habil siguiente
      *                  N = el dia habil numero jp-dia del mes
      *                  U = el ultimo dia habil del mes
      *                  A = cierre de ano: el primer dia habil del
      *                      ano, una vez terminado el anterior
      *   jp-entrada     lo que el programa pide por teclado al
      *                  arrancar: '-' nada, D la fecha del dia
      *                  (AAAAMMDD), M el mes en curso (AAAAMM), P el
      *                  mes anterior (AAAAMM), Y el ano anterior
      *                  (AAAA)
      *   jp-critico     S = un codigo distinto de cero detiene la
      *                  noche, como los pasos fijos; N = se anota y
      *                  la noche sigue
      *   jp-comando     orden a lanzar desde el workdir
      *   jp-informe     informe que deja el trabajo, para archivarlo
      *                  en el spool (rutinas_142); '#' se sustituye
      *                  por lo que recibe por teclado. En blanco si
      *                  no deja ninguno
      *
      * Las lineas en blanco o con '*' en la primera columna se
      * ignoran.
      ******************************************************************
       01 ws-programacion-linea.
           05 jp-paso        pic x(20).
           05 filler         pic x(1).
           05 jp-frecuencia  pic x(1).
               88 jp-diario        value 'D'.
               88 jp-semanal       value 'S'.
               88 jp-enesimo-habil value 'N'.
               88 jp-ultimo-habil  value 'U'.
               88 jp-fin-anio      value 'A'.
           05 filler         pic x(1).
           05 jp-dia         pic 9(2).
           05 filler         pic x(1).
           05 jp-entrada     pic x(1).
               88 jp-sin-entrada     value '-'.
               88 jp-entrada-fecha   value 'D'.
               88 jp-entrada-mes     value 'M'.
               88 jp-entrada-mes-ant value 'P'.
               88 jp-entrada-anio-ant value 'Y'.
           05 filler         pic x(1).
           05 jp-critico     pic x(1).
               88 jp-es-critico    value 'S'.
           05 filler         pic x(1).
           05 jp-comando     pic x(30).
           05 filler         pic x(1).
           05 jp-descripcion pic x(30).
           05 filler         pic x(1).
           05 jp-informe     pic x(30).
