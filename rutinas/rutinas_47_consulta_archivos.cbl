       01  catalogo-rec pic x(88).

       FD  archivo-file.
       01  archivo-rec pic x(100).

       FD  vivo-file.
       01  vivo-rec pic x(100).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  salida-file.
       01  salida-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus
