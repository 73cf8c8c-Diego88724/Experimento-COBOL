      ******************************************************************
      * Copybook: saldo_mayor.cpy
      * Layout del registro de saldos_mayor.dat, los saldos del
      * mayor por cuenta y periodo (AAAAMM), indexado por sg-clave.
      * Lo acumula la contabilizacion de rutinas_92 con cada fichero
      * de asientos; debe y haber se llevan por separado, el saldo
      * es siempre sg-debe - sg-haber. Lo leen el balance de sumas y
      * saldos y el detalle de cuenta de rutinas_93.
      ******************************************************************
       01 saldo-mayor-rec.
           05 sg-clave.
               10 sg-cuenta  pic x(8).
               10 sg-periodo pic 9(6).
           05 sg-debe        pic 9(9)v99.
           05 sg-haber       pic 9(9)v99.
           05 sg-apuntes     pic 9(6).
           05 filler         pic x(20).
