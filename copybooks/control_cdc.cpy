      ******************************************************************
      * Copybook: control_cdc.cpy
      * Layout del registro unico de cdc_control.dat, el punto hasta
      * el que llego el extracto de cambios (rutinas_140): numero del
      * ultimo extracto, fecha, hora y ejecucion nocturna en que se
      * genero, y su estado. 'P' (pendiente) quiere decir que el
      * extracto se escribio entero pero las imagenes cdc_base_* aun
      * no se sustituyeron por las de esa noche; la siguiente
      * ejecucion termina esa sustitucion antes de extraer nada.
      * 'C' (confirmado) es el estado normal.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(35)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-control-cdc-linea.
           05 cc-numero  pic 9(5).
           05 filler     pic x(1) value SPACE.
           05 cc-estado  pic x(1).
               88 cc-pendiente  value 'P'.
               88 cc-confirmado value 'C'.
           05 filler     pic x(1) value SPACE.
           05 cc-fecha   pic 9(8).
           05 filler     pic x(1) value '-'.
           05 cc-hora    pic 9(8).
           05 filler     pic x(5) value ' run '.
           05 cc-run     pic 9(5).
