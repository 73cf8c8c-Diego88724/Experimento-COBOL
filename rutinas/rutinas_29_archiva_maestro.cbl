       COPY transaccion_maestro.

       FD  archivo-file.
       01  archivo-rec pic x(100).

       FD  calendario-file.
       01  calendario-rec pic x(29).
           05 rc-conteo        pic 9(5).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).
