      * borrado).
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(143)) justo antes
      * de escribirlo, igual que ws-transaccion-linea se traslada a
      * transaccion-rec en calculadora.
      ******************************************************************
           05 filler       pic x(3) value ' - '.
           05 jm-numero    pic 9(8).
           05 filler       pic x(3) value ' - '.
           05 jm-imagen    pic x(100).
