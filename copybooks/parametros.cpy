      * contador sobre su capacidad PIC a partir del cual el
      * monitor de capacidad (rutinas_67) avisa; cero deja el 80
      * por ciento por defecto.
      *
      * pg-validez-dias es el numero de dias de validez de un
      * presupuesto desde su fecha (ph-fecha-validez en
      * presupuesto_registro.cpy); cero deja los 30 dias por
      * defecto.
      *
      * pg-tier-a-miles y pg-tier-b-miles son los tramos de volumen
      * de la revision anual de tiers de cliente (rutinas_83), en
      * miles sobre lo convertido en los ultimos 12 meses: desde
      * pg-tier-a-miles se propone el tier A, desde pg-tier-b-miles
      * el B y por debajo el C. Un pg-tier-b-miles a cero significa
      * que los tramos no estan configurados y la revision no
      * propone nada.
      *
      * pg-jornada-minutos es la jornada ordinaria de un dia habil
      * en minutos, con la que el informe de asistencia (rutinas_100)
      * separa las horas extra de las ordinarias; cero deja la
      * jornada de 480 minutos (8 horas) por defecto.
      *
      * pg-extra-pct es el recargo de la hora extra sobre la hora
      * ordinaria, en porcentaje (150 = la hora extra se paga a vez
      * y media), que aplica la nomina (rutinas_33) a las horas
      * extra aprobadas; cero deja el 150 por defecto.
      *
      * pg-vacaciones-dias son los dias habiles de vacaciones al ano
      * de un empleado que no tiene un derecho propio en
      * vacaciones_derecho.dat (ver rutinas_101); cero deja los 22
      * dias por defecto.
      *
      * pg-descuadre-max es el descuadre de caja, en euros enteros,
      * a partir del cual el arqueo de fin de turno (rutinas_119)
      * deja una alerta en alertas.dat; cero deja los 50 euros por
      * defecto.
      *
      * pg-inusual-puntos es la puntuacion diaria de un operador a
      * partir de la cual la deteccion de apuntes inusuales
      * (rutinas_136) deja una alerta en alertas.dat; cero deja los
      * 50 puntos por defecto. pg-inusual-limite es el importe, en
      * euros enteros, justo por debajo del cual esa deteccion
      * vigila las cifras redondas repetidas; cero usa el umbral de
      * revision de calculadora (pg-umbral).
      *
      * pg-bloqueo-minutos es el tiempo, en minutos, a partir del
      * cual un bloqueo de registro de bloqueos.dat (bloqueo.cpy) se
      * da por abandonado por una sesion caida y lo puede tomar otro
      * operador; cero deja los 30 minutos por defecto.
      ******************************************************************
       01 parametros-generales-rec.
           05 pg-umbral            pic 9(3).
           05 pg-tendencia-pct     pic 9(3).
           05 pg-retencion-anios   pic 9(2).
           05 pg-capacidad-pct     pic 9(3).
           05 pg-validez-dias      pic 9(3).
           05 pg-tier-a-miles      pic 9(4).
           05 pg-tier-b-miles      pic 9(4).
           05 pg-jornada-minutos   pic 9(3).
           05 pg-extra-pct         pic 9(3).
           05 pg-vacaciones-dias   pic 9(3).
           05 pg-descuadre-max     pic 9(4).
           05 pg-inusual-puntos    pic 9(3).
           05 pg-inusual-limite    pic 9(4).
           05 pg-bloqueo-minutos   pic 9(3).
