      *     reload writes through the new one, the added fields
      *     coming out as spaces exactly as the copybooks promise
      *     for unconverted records.
      *   - clientes.dat joins the utility (options 5 and 6): the
      *     customer master is widened for the credit limit and
      *     hold, and a file from before that is rebuilt through a
      *     28-byte old view the same way, the reload setting the
      *     new fields to no limit and no hold.
      *   - articulos.dat joins the utility (options 7 and 8),
      *     verified and rebuilt through its own layout.
      *   - transacciones.dat gains the currency fields (tr-moneda,
      *     tr-importe-origen, tr-cambio), so the rebuild gets a second
      *     old view, the 59-byte record with tr-sucursal, tried before
      *     the 55-byte one; the reload completes a converted record as
      *     home currency (EUR, the same importe, rate 1).
      *   - transacciones.dat gains the hold status (tr-estado-sw,
      *     tr-estado-fecha); the reload puts a record converted from
      *     one of the old views in normal status.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_41.
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.
           SELECT trabajo-file ASSIGN TO "reconstruye_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trabajo-status.
               RECORD KEY IS ta-numero
               ALTERNATE RECORD KEY IS ta-fecha WITH DUPLICATES
               FILE STATUS IS ws-trans-ant-status.
           SELECT transacciones-ant2-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tb-numero
               ALTERNATE RECORD KEY IS tb-fecha WITH DUPLICATES
               FILE STATUS IS ws-trans-ant2-status.
           SELECT empleados-ant-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ea-id
               FILE STATUS IS ws-emp-ant-status.
           SELECT clientes-ant-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ca-codigo
               FILE STATUS IS ws-cl-ant-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       COPY empleado.

       FD  clientes-file.
       COPY cliente.

       FD  articulos-file.
       COPY articulo.

       FD  trabajo-file.
       01  trabajo-rec pic x(120).

           05 ta-fecha  pic 9(8).
           05 ta-resto  pic x(39).

      * trazado de 59 posiciones: con tr-sucursal y sin los campos
      * de divisa
       FD  transacciones-ant2-file.
       01  transaccion-ant2-rec.
           05 tb-numero pic 9(8).
           05 tb-fecha  pic 9(8).
           05 tb-resto  pic x(43).

       FD  empleados-ant-file.
       01  empleado-ant-rec.
           05 ea-id    pic 9(6).
           05 ea-resto pic x(46).

       FD  clientes-ant-file.
       01  cliente-ant-rec.
           05 ca-codigo pic x(6).
           05 ca-resto  pic x(22).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-trans-ant-status==
                     ==:FS-PREFIJO:== BY ==fs-trans-ant==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-trans-ant2-status==
                     ==:FS-PREFIJO:== BY ==fs-trans-ant2==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-ant-status==
                              ==:FS-PREFIJO:== BY ==fs-emp-ant==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-ant-status==
                              ==:FS-PREFIJO:== BY ==fs-cl-ant==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       01 ws-opcion pic x.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
            DISPLAY "2) reconstruir transacciones.dat"
            DISPLAY "3) verificar empleados.dat"
            DISPLAY "4) reconstruir empleados.dat"
            DISPLAY "5) verificar clientes.dat"
            DISPLAY "6) reconstruir clientes.dat"
            DISPLAY "7) verificar articulos.dat"
            DISPLAY "8) reconstruir articulos.dat"
            DISPLAY "9) salir"
            DISPLAY "elige una opcion: "
            ACCEPT ws-opcion
            EVALUATE ws-opcion
                    PERFORM verifica-empleados
                WHEN "4"
                    PERFORM reconstruye-empleados
                WHEN "5"
                    PERFORM verifica-clientes
                WHEN "6"
                    PERFORM reconstruye-clientes
                WHEN "7"
                    PERFORM verifica-articulos
                WHEN "8"
                    PERFORM reconstruye-articulos
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
                CLOSE transaccion-maestro-file
                PERFORM recarga-maestro-transacciones
            ELSE
      * la vista nueva no abre: puede ser un fichero de uno de los
      * trazados antiguos (59 posiciones, sin los campos de divisa,
      * o 55, sin tr-sucursal); se intenta el rescate por cada vista
      * antigua antes de darlo por perdido
                PERFORM reconstruye-transacciones-ant2
            END-IF.

       reconstruye-transacciones-ant2.
            OPEN INPUT transacciones-ant2-file
            IF fs-trans-ant2-ok
                DISPLAY "transacciones.dat tiene el trazado "
                        "sin divisa; se convierte al nuevo"
                OPEN OUTPUT trabajo-file
                PERFORM rescata-transaccion-ant2 UNTIL ws-eof
                CLOSE trabajo-file
                CLOSE transacciones-ant2-file
                PERFORM recarga-maestro-transacciones
            ELSE
                PERFORM reconstruye-transacciones-ant
            END-IF.

       reconstruye-transacciones-ant.
            OPEN INPUT transacciones-ant-file
            IF fs-trans-ant-ok
                DISPLAY "transacciones.dat tiene el trazado "
                        "antiguo; se convierte al nuevo"
                OPEN OUTPUT trabajo-file
                PERFORM rescata-transaccion-ant UNTIL ws-eof
                CLOSE trabajo-file
                CLOSE transacciones-ant-file
                PERFORM recarga-maestro-transacciones
            ELSE
                DISPLAY "ERROR: transacciones.dat no abre, "
                        "estado " ws-transaccion-status
                        ", no hay registros rescatables; "
                        "restaurar del archivo diario"
                MOVE 8 TO ws-retcode
            END-IF.

       recarga-maestro-transacciones.
       rescata-transaccion-ant.
      * el registro antiguo se deja en la cabeza del registro de
      * trabajo; al recargar, tr-sucursal sale en espacios, lo que
      * transaccion_maestro.cpy promete para lo no convertido, y la
      * divisa se completa en recarga-transaccion
            READ transacciones-ant-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                SET ws-eof TO TRUE
            END-IF.

       rescata-transaccion-ant2.
            READ transacciones-ant2-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE SPACES TO trabajo-rec
                    MOVE transaccion-ant2-rec TO trabajo-rec
                    WRITE trabajo-rec
            END-READ
            IF NOT fs-trans-ant2-ok
                    AND NOT fs-trans-ant2-fin-de-fichero
                DISPLAY "aviso: lectura detenida con estado "
                        ws-trans-ant2-status ", se reconstruye con "
                        "lo rescatado hasta aqui"
                SET ws-eof TO TRUE
            END-IF.

       rescata-transaccion.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE trabajo-rec TO transaccion-maestro-rec
      * un registro convertido trae la divisa en espacios: se carga
      * en la moneda de la casa, con el mismo importe y cambio 1
                    IF tr-moneda = SPACES
                        MOVE "EUR" TO tr-moneda
                        MOVE tr-importe TO tr-importe-origen
                        MOVE 1 TO tr-cambio
                    END-IF
      * y el estado de retencion en espacios: se carga como normal
                    IF tr-estado-fecha IS NOT NUMERIC
                        SET tr-estado-normal TO TRUE
                        MOVE 0 TO tr-estado-fecha
                    END-IF
                    WRITE transaccion-maestro-rec
                        INVALID KEY
                            DISPLAY "aviso: clave duplicada al "
                    END-WRITE
            END-READ.

       verifica-clientes.
            MOVE 0 TO ws-leidos
            MOVE 'N' TO ws-dano-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT clientes-file
            IF NOT fs-cl-ok
                DISPLAY "ERROR: clientes.dat no abre, estado "
                        ws-cl-status " (un 39 puede ser el "
                        "trazado antiguo: usar la opcion 6)"
                MOVE 8 TO ws-retcode
            ELSE
                PERFORM escanea-cliente UNTIL ws-eof
                CLOSE clientes-file
                DISPLAY "registros legibles: " ws-leidos
                IF ws-dano
                    DISPLAY "ERROR: dano estructural, estado "
                            ws-status-dano " tras " ws-leidos
                            " registros"
                    MOVE 8 TO ws-retcode
                ELSE
                    DISPLAY "clientes.dat: estructura correcta"
                END-IF
            END-IF.

       escanea-cliente.
            READ clientes-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
            END-READ
            IF NOT fs-cl-ok AND NOT fs-cl-fin-de-fichero
                SET ws-dano TO TRUE
                MOVE ws-cl-status TO ws-status-dano
                SET ws-eof TO TRUE
            END-IF.

       reconstruye-clientes.
            MOVE 0 TO ws-leidos
            MOVE 0 TO ws-recargados
            MOVE 'N' TO ws-dano-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT clientes-file
            IF fs-cl-ok
                OPEN OUTPUT trabajo-file
                PERFORM rescata-cliente UNTIL ws-eof
                CLOSE trabajo-file
                CLOSE clientes-file
                PERFORM recarga-maestro-clientes
            ELSE
      * la vista nueva no abre: puede ser un fichero del trazado
      * antiguo (28 posiciones, sin limite de credito ni bloqueo);
      * se intenta el rescate por la vista antigua
                OPEN INPUT clientes-ant-file
                IF fs-cl-ant-ok
                    DISPLAY "clientes.dat tiene el trazado "
                            "antiguo; se convierte al nuevo"
                    OPEN OUTPUT trabajo-file
                    PERFORM rescata-cliente-ant UNTIL ws-eof
                    CLOSE trabajo-file
                    CLOSE clientes-ant-file
                    PERFORM recarga-maestro-clientes
                ELSE
                    DISPLAY "ERROR: clientes.dat no abre, estado "
                            ws-cl-status ", no hay registros "
                            "rescatables; restaurar de una copia"
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF.

       recarga-maestro-clientes.
            MOVE 'N' TO ws-eof-sw
            OPEN OUTPUT clientes-file
            OPEN INPUT trabajo-file
            PERFORM recarga-cliente UNTIL ws-eof
            CLOSE trabajo-file
            CLOSE clientes-file
            DISPLAY "registros rescatados: " ws-leidos
            DISPLAY "registros recargados: " ws-recargados.

       rescata-cliente-ant.
            READ clientes-ant-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE SPACES TO trabajo-rec
                    MOVE cliente-ant-rec TO trabajo-rec
                    WRITE trabajo-rec
            END-READ
            IF NOT fs-cl-ant-ok
                    AND NOT fs-cl-ant-fin-de-fichero
                DISPLAY "aviso: lectura detenida con estado "
                        ws-cl-ant-status ", se reconstruye con "
                        "lo rescatado hasta aqui"
                SET ws-eof TO TRUE
            END-IF.

       rescata-cliente.
            READ clientes-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE SPACES TO trabajo-rec
                    MOVE cliente-rec TO trabajo-rec
                    WRITE trabajo-rec
            END-READ
            IF NOT fs-cl-ok AND NOT fs-cl-fin-de-fichero
                DISPLAY "aviso: lectura detenida con estado "
                        ws-cl-status ", se reconstruye con lo "
                        "rescatado hasta aqui"
                SET ws-eof TO TRUE
            END-IF.

       recarga-cliente.
      * un registro convertido trae el limite en espacios: se carga
      * sin limite (cero) y sin bloqueo, lo que cliente.cpy promete
            READ trabajo-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE trabajo-rec TO cliente-rec
                    IF cl-limite-credito NOT NUMERIC
                        MOVE 0 TO cl-limite-credito
                    END-IF
                    IF NOT cl-bloqueado
                        SET cl-no-bloqueado TO TRUE
                    END-IF
                    WRITE cliente-rec
                        INVALID KEY
                            DISPLAY "aviso: clave duplicada al "
                                    "recargar " cl-codigo
                        NOT INVALID KEY
                            ADD 1 TO ws-recargados
                    END-WRITE
            END-READ.

       verifica-articulos.
            MOVE 0 TO ws-leidos
            MOVE 'N' TO ws-dano-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT articulos-file
            IF NOT fs-ar-ok
                DISPLAY "ERROR: articulos.dat no abre, estado "
                        ws-ar-status " (usar la opcion 8 para "
                        "reconstruirlo)"
                MOVE 8 TO ws-retcode
            ELSE
                PERFORM escanea-articulo UNTIL ws-eof
                CLOSE articulos-file
                DISPLAY "registros legibles: " ws-leidos
                IF ws-dano
                    DISPLAY "ERROR: dano estructural, estado "
                            ws-status-dano " tras " ws-leidos
                            " registros"
                    MOVE 8 TO ws-retcode
                ELSE
                    DISPLAY "articulos.dat: estructura correcta"
                END-IF
            END-IF.

       escanea-articulo.
            READ articulos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
            END-READ
            IF NOT fs-ar-ok AND NOT fs-ar-fin-de-fichero
                SET ws-dano TO TRUE
                MOVE ws-ar-status TO ws-status-dano
                SET ws-eof TO TRUE
            END-IF.

       reconstruye-articulos.
            MOVE 0 TO ws-leidos
            MOVE 0 TO ws-recargados
            MOVE 'N' TO ws-dano-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT articulos-file
            IF fs-ar-ok
                OPEN OUTPUT trabajo-file
                PERFORM rescata-articulo UNTIL ws-eof
                CLOSE trabajo-file
                CLOSE articulos-file
                PERFORM recarga-maestro-articulos
            ELSE
                DISPLAY "ERROR: articulos.dat no abre, estado "
                        ws-ar-status ", no hay registros "
                        "rescatables; restaurar de una copia"
                MOVE 8 TO ws-retcode
            END-IF.

       recarga-maestro-articulos.
            MOVE 'N' TO ws-eof-sw
            OPEN OUTPUT articulos-file
            OPEN INPUT trabajo-file
            PERFORM recarga-articulo UNTIL ws-eof
            CLOSE trabajo-file
            CLOSE articulos-file
            DISPLAY "registros rescatados: " ws-leidos
            DISPLAY "registros recargados: " ws-recargados.

       rescata-articulo.
            READ articulos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE SPACES TO trabajo-rec
                    MOVE articulo-rec TO trabajo-rec
                    WRITE trabajo-rec
            END-READ
            IF NOT fs-ar-ok AND NOT fs-ar-fin-de-fichero
                DISPLAY "aviso: lectura detenida con estado "
                        ws-ar-status ", se reconstruye con lo "
                        "rescatado hasta aqui"
                SET ws-eof TO TRUE
            END-IF.

       recarga-articulo.
            READ trabajo-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE trabajo-rec TO articulo-rec
                    WRITE articulo-rec
                        INVALID KEY
                            DISPLAY "aviso: clave duplicada al "
                                    "recargar " ar-codigo
                        NOT INVALID KEY
                            ADD 1 TO ws-recargados
                    END-WRITE
            END-READ.

       END PROGRAM rutinas_41.
