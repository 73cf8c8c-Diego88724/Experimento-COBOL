      *     rutinas_29 purge knows those records were already
      *     archived once and writes its copy under a _recarga
      *     name instead of duplicating into the original archive.
      *   - the archive record now carries the currency fields of
      *     the maestro (tr-moneda, tr-importe-origen, tr-cambio)
      *     and they are reloaded with the rest; an archive written
      *     before them reloads as home currency.
      *   - the archive record now carries the hold status of the
      *     maestro (tr-estado-sw, tr-estado-fecha), reloaded with the
      *     rest, so a held or disputed transaction comes back still
      *     held; an archive written before the field reloads as normal.
      *   - the archive record now carries the project code of the
      *     maestro (tr-proyecto), reloaded with the rest; an archive
      *     written before the field reloads with no project.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_68.
       COPY transaccion_maestro.

       FD  archivo-file.
       01  archivo-rec pic x(100).

       FD  recargas-file.
       01  recargas-rec.
           05 rc-conteo        pic 9(5).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).
           05 ar-importe     pic 9(7)v99.
           05 ar-descripcion pic x(30).
           05 ar-sucursal    pic x(4).
           05 ar-moneda      pic x(3).
           05 ar-importe-origen pic 9(7)v99.
           05 ar-cambio      pic 9(3)v9(6).
           05 ar-estado-sw   pic x(1).
           05 ar-estado-fecha pic 9(8).
           05 ar-proyecto    pic x(6).
           05 filler         pic x(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    MOVE ar-importe TO tr-importe
                    MOVE ar-descripcion TO tr-descripcion
                    MOVE ar-sucursal TO tr-sucursal
      * un archivo anterior a los campos de divisa trae espacios:
      * se recarga en la moneda de la casa
                    IF ar-moneda = SPACES
                        MOVE "EUR" TO tr-moneda
                        MOVE ar-importe TO tr-importe-origen
                        MOVE 1 TO tr-cambio
                    ELSE
                        MOVE ar-moneda TO tr-moneda
                        MOVE ar-importe-origen TO tr-importe-origen
                        MOVE ar-cambio TO tr-cambio
                    END-IF
      * y uno anterior al estado (retenida, disputada) vuelve como
      * normal
                    IF ar-estado-fecha IS NUMERIC
                        MOVE ar-estado-sw TO tr-estado-sw
                        MOVE ar-estado-fecha TO tr-estado-fecha
                    ELSE
                        SET tr-estado-normal TO TRUE
                        MOVE 0 TO tr-estado-fecha
                    END-IF
                    MOVE ar-proyecto TO tr-proyecto
                    WRITE transaccion-maestro-rec
                        INVALID KEY
                            DISPLAY "aviso: colision inesperada en "
