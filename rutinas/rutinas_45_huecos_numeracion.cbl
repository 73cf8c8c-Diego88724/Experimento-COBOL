       COPY transaccion_maestro.

       FD  archivo-file.
       01  archivo-rec pic x(100).

       FD  contador-tx-file.
       01  contador-tx-rec pic 9(8).
