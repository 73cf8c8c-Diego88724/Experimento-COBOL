      ******************************************************************
      * Copybook: solicitud_acceso.cpy
      * Layout del registro de solicitudes_acceso.log, el registro
      * de las solicitudes de acceso a datos personales atendidas
      * con rutinas_117: cuando y quien saco el informe, el DNI del
      * interesado, cuantos registros se encontraron en cada fuente
      * y el nombre del informe entregado, para poder acreditar
      * cuando se contesto. Solo se anade, nunca se reescribe.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(122)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-solicitud-linea.
           05 sa-fecha      pic 9(8).
           05 filler        pic x value '-'.
           05 sa-hora       pic 9(8).
           05 filler        pic x(4) value ' op:'.
           05 sa-operador   pic x(10).
           05 filler        pic x(5) value ' dni:'.
           05 sa-dni        pic x(9).
           05 filler        pic x(5) value ' mae:'.
           05 sa-maestro    pic 9(3).
           05 filler        pic x(5) value ' his:'.
           05 sa-historico  pic 9(3).
           05 filler        pic x(5) value ' cam:'.
           05 sa-cambios    pic 9(5).
           05 filler        pic x(5) value ' nom:'.
           05 sa-nominas    pic 9(5).
           05 filler        pic x(1) value SPACE.
           05 sa-informe    pic x(40).
