      *     run identifier, see journal_maestro.cpy), so a whole
      *     run's postings can be backed out with rutinas_42 instead
      *     of one anulacion at a time.
      *   - the 'H' header now carries the currency of the feed
      *     (cb-moneda, blank for EUR). The importes of a
      *     foreign-currency feed are converted to EUR at the rate of
      *     the transaction's own date in cambios_divisa.dat
      *     (rutinas_121), and the currency, the original importe and
      *     the rate are kept on the record; a detail with no rate for
      *     its date is rejected to excepciones.log instead of loaded.
      *     The trailer hash is still proved against the importes as
      *     sent.
      *   - the header branch is now checked against the sucursales.dat
      *     master (rutinas_124): a branch that is not in it, or is
      *     marked inactive, has its whole feed refused to
      *     excepciones.log with return code 8, as does a header with no
      *     valid date. Every feed loaded is registered in
      *     feeds_recibidos.dat by branch and header date, and the same
      *     branch and date arriving a second time is refused the same
      *     way, so a feed sent twice can no longer be loaded twice; the
      *     register is also what rutinas_125 checks for feeds that
      *     never arrived.
      *   - every loaded transaction starts in normal status
      *     (tr-estado-sw 'N', no status date); only a supervisor places
      *     a hold, through rutinas_128.
      *   - the 'D' detail now carries an optional project code
      *     (cg-proyecto, in what was spare space at the end of the
      *     line) that is carried onto the loaded record (tr-proyecto);
      *     a code that is not an open project of proyectos.dat
      *     (rutinas_132) has its detail rejected to excepciones.log
      *     instead of loaded. Existing feeds, with the column blank,
      *     load as before.
      *   - a rejected detail is now also written, exactly as received,
      *     to the suspense file suspense.dat (suspense.cpy) with the
      *     reason, the date, the nightly run number and the branch,
      *     currency and date of its header. Details corrected there
      *     with rutinas_43 are loaded at the start of the next load,
      *     with or without a new feed, through the same checks as a
      *     feed detail and outside the feeds_recibidos.dat count; one
      *     that fails again goes back to suspense as a new pending
      *     line.
      *   - corrected suspense lines beyond the 500 re-sent in one load
      *     are counted and reported; they stay corrected for the next
      *     load
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_26.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT cambios-file ASSIGN TO "cambios_divisa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cd-clave
               FILE STATUS IS ws-cd-status.
           SELECT sucursales-file ASSIGN TO "sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS su-codigo
               FILE STATUS IS ws-su-status.
           SELECT feeds-file ASSIGN TO "feeds_recibidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fr-clave
               FILE STATUS IS ws-fr-status.
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pj-codigo
               FILE STATUS IS ws-pj-status.

           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sp-id
               FILE STATUS IS ws-suspense-status.
           SELECT suspense-contador-file
               ASSIGN TO "suspense_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-contador-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.

           SELECT journal-file
               ASSIGN TO "journal_transacciones.dat"
       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  cambios-file.
       COPY cambio_divisa.

       FD  sucursales-file.
       COPY sucursal.

       FD  feeds-file.
       COPY feed_recibido.

       FD  proyectos-file.
       COPY proyecto.

       FD  suspense-file.
       COPY suspense.

       FD  suspense-contador-file.
       01  suspense-contador-rec pic 9(6).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).
           05 filler      pic x(1).
           05 cb-sucursal pic x(4).
           05 cb-fecha    pic 9(8).
           05 cb-moneda   pic x(3).
           05 filler      pic x(64).
       01 ws-carga-det redefines ws-carga-linea.
           05 filler         pic x(1).
           05 cg-numero-transaccion pic 9(8).
           05 cg-fecha       pic 9(8).
           05 cg-importe     pic 9(7)v99.
           05 cg-descripcion pic x(30).
           05 cg-proyecto    pic x(6).
           05 filler         pic x(18).
       01 ws-carga-cola redefines ws-carga-linea.
           05 filler    pic x(1).
           05 cc-conteo pic 9(6).
       01 ws-carga-eof-sw pic x value 'N'.
           88 ws-carga-eof value 'Y'.
       01 ws-sucursal-feed pic x(4).
       01 ws-fecha-feed-x pic x(8).
       01 ws-fecha-feed redefines ws-fecha-feed-x pic 9(8).
      * moneda del feed; una cabecera sin moneda es un feed en EUR
       01 ws-moneda-feed pic x(3) value "EUR".
       01 ws-cambios-abierto-sw pic x value 'N'.
           88 ws-cambios-abierto value 'Y'.
       01 ws-cambio-hallado-sw pic x value 'N'.
           88 ws-cambio-hallado value 'Y'.
       01 ws-cambio-linea pic 9(3)v9(6).
       01 ws-importe-casa pic 9(7)v99.
       01 ws-exc-sin-cambio.
           05 filler        pic x(11) value "sin cambio ".
           05 ws-exc-moneda pic x(3).
           05 filler        pic x(6) value spaces.
       01 ws-cab-vista-sw pic x value 'N'.
           88 ws-cab-vista value 'Y'.
       01 ws-cola-vista-sw pic x value 'N'.
       01 ws-rechazados pic 9(5) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cd-status==
                              ==:FS-PREFIJO:== BY ==fs-cd==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-su-status==
                              ==:FS-PREFIJO:== BY ==fs-su==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fr-status==
                              ==:FS-PREFIJO:== BY ==fs-fr==.
       COPY periodo_cerrado.
       01 ws-periodos-eof-sw pic x value 'N'.
           88 ws-periodos-eof value 'Y'.
                     ==:FS-PREFIJO:== BY ==fs-journal-contador==.
       COPY journal_maestro.
       01 ws-run-journal pic 9(5) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pj-status==
                              ==:FS-PREFIJO:== BY ==fs-pj==.
       01 ws-proyectos-abierto-sw pic x value 'N'.
           88 ws-proyectos-abierto value 'Y'.
       01 ws-proyecto-valido-sw pic x value 'N'.
           88 ws-proyecto-valido value 'Y'.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-suspense-status==
                              ==:FS-PREFIJO:== BY ==fs-suspense==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-susp-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-susp-ctr==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       01 ws-siguiente-sp-id pic 9(6) value 0.
       01 ws-run-actual pic 9(5) value 0.
       01 ws-suspense-eof-sw pic x value 'N'.
           88 ws-suspense-eof value 'Y'.
      * lineas FEED corregidas en rutinas_43 que esta carga reenvia
       01 ws-reenvio-tabla.
           05 ws-reenvio-id occurs 500 times pic 9(6).
       01 ws-reenvio-count pic 9(3) value 0.
       01 ws-reenvio-aplazadas pic 9(5) value 0.
       01 ws-reenvio-hallado-sw pic x value 'N'.
           88 ws-reenvio-hallado value 'Y'.
       01 ws-reenvio-idx pic 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM lee-numero-ejecucion
            PERFORM carga-periodos-cerrados
      * primero vuelven las lineas de feed corregidas en suspense,
      * haya o no feed nuevo que cargar
            PERFORM reenvia-suspense

            OPEN INPUT carga-file
            IF NOT fs-carga-ok
                DISPLAY "aviso: no se encontro transacciones_carga."
      * control se rechaza entero
            PERFORM valida-control-feed
            CLOSE carga-file
            IF ws-feed-valido
                PERFORM valida-sucursal-feed
            END-IF
            IF NOT ws-feed-valido
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa

            MOVE 'N' TO ws-carga-eof-sw
            OPEN INPUT carga-file
      * un feed en divisa necesita la tabla de cambios; sin ella
      * cada detalle se rechaza por falta de cambio
            IF ws-moneda-feed NOT = "EUR"
                OPEN INPUT cambios-file
                IF fs-cd-ok
                    SET ws-cambios-abierto TO TRUE
                ELSE
                    DISPLAY "aviso: no se encontro cambios_divisa.dat,"
                            " el feed en " ws-moneda-feed
                            " no puede convertirse"
                END-IF
            END-IF

      * sin maestro de proyectos solo se cargan los detalles sin
      * proyecto
            OPEN INPUT proyectos-file
            IF fs-pj-ok
                SET ws-proyectos-abierto TO TRUE
            END-IF

            OPEN I-O transaccion-maestro-file
            IF fs-transaccion-fichero-no-existe

            CLOSE transaccion-maestro-file
            CLOSE carga-file
            IF ws-cambios-abierto
                CLOSE cambios-file
            END-IF
            IF ws-proyectos-abierto
                CLOSE proyectos-file
            END-IF
            PERFORM registra-feed-recibido
            DISPLAY "registros cargados: " ws-cargados
            DISPLAY "registros rechazados: " ws-rechazados.

                        WHEN cl-cabecera
                            SET ws-cab-vista TO TRUE
                            MOVE cb-sucursal TO ws-sucursal-feed
                            MOVE cb-fecha TO ws-fecha-feed-x
                            IF cb-moneda NOT = SPACES
                                MOVE cb-moneda TO ws-moneda-feed
                            END-IF
                        WHEN cl-detalle
                            ADD 1 TO ws-det-contados
                            ADD cg-importe TO ws-hash-sumado
                    END-EVALUATE
            END-READ.

       valida-sucursal-feed.
      * la sucursal de la cabecera tiene que estar en el maestro y
      * activa, y el mismo feed (sucursal y fecha) no se carga dos
      * veces; cualquiera de los tres rechaza el fichero entero
            IF ws-fecha-feed-x IS NOT NUMERIC
                DISPLAY "ERROR: la cabecera no trae una fecha valida; "
                        "no se carga nada"
                MOVE "cb-fecha" TO ws-exc-campo
                MOVE ws-fecha-feed-x TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 'N' TO ws-feed-valido-sw
            END-IF
            IF ws-feed-valido
                OPEN INPUT sucursales-file
                IF NOT fs-su-ok
                    DISPLAY "ERROR: no se encontro sucursales.dat, "
                            "no se puede validar la sucursal "
                            ws-sucursal-feed "; no se carga nada"
                    MOVE "cb-sucursal" TO ws-exc-campo
                    MOVE "sin maestro" TO ws-exc-valor
                    PERFORM graba-excepcion
                    MOVE 'N' TO ws-feed-valido-sw
                ELSE
                    MOVE ws-sucursal-feed TO su-codigo
                    READ sucursales-file
                        INVALID KEY
                            DISPLAY "ERROR: sucursal " ws-sucursal-feed
                                    " desconocida; no se carga nada"
                            MOVE "cb-sucursal" TO ws-exc-campo
                            MOVE "sucursal desconocida"
                                TO ws-exc-valor
                            PERFORM graba-excepcion
                            MOVE 'N' TO ws-feed-valido-sw
                        NOT INVALID KEY
                            IF NOT su-activa
                                DISPLAY "ERROR: sucursal "
                                        ws-sucursal-feed " de baja; no "
                                        "se carga nada"
                                MOVE "cb-sucursal" TO ws-exc-campo
                                MOVE "sucursal de baja"
                                    TO ws-exc-valor
                                PERFORM graba-excepcion
                                MOVE 'N' TO ws-feed-valido-sw
                            END-IF
                    END-READ
                    CLOSE sucursales-file
                END-IF
            END-IF
            IF ws-feed-valido
                OPEN INPUT feeds-file
                IF fs-fr-ok
                    MOVE ws-sucursal-feed TO fr-sucursal
                    MOVE ws-fecha-feed TO fr-fecha
                    READ feeds-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DISPLAY "ERROR: el feed de "
                                    ws-sucursal-feed " del "
                                    ws-fecha-feed " ya se cargo el "
                                    fr-fecha-carga "; no se carga nada"
                            MOVE "cb-sucursal" TO ws-exc-campo
                            MOVE "feed ya cargado" TO ws-exc-valor
                            PERFORM graba-excepcion
                            MOVE 'N' TO ws-feed-valido-sw
                    END-READ
                    CLOSE feeds-file
                END-IF
            END-IF.

       registra-feed-recibido.
            OPEN I-O feeds-file
            IF fs-fr-fichero-no-existe
                OPEN OUTPUT feeds-file
                CLOSE feeds-file
                OPEN I-O feeds-file
            END-IF
            MOVE SPACES TO feed-recibido-rec
            MOVE ws-sucursal-feed TO fr-sucursal
            MOVE ws-fecha-feed TO fr-fecha
            MOVE ws-det-contados TO fr-detalles
            MOVE ws-cargados TO fr-cargados
            MOVE ws-rechazados TO fr-rechazados
            ACCEPT fr-fecha-carga FROM DATE YYYYMMDD
            ACCEPT fr-hora-carga FROM TIME
            WRITE feed-recibido-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE feeds-file.

       procesa-linea-carga.
            READ carga-file
                AT END
                NOT AT END
                    MOVE carga-rec TO ws-carga-linea
                    IF cl-detalle
                        PERFORM trata-detalle
                    END-IF
            END-READ.

       trata-detalle.
      * un detalle rechazado va a excepciones.log y, tal como venia,
      * a suspense.dat para corregirlo y reenviarlo
            MOVE cg-fecha(1:6) TO ws-periodo-linea
            PERFORM verifica-periodo-linea
            IF ws-periodo-cerrado
                ADD 1 TO ws-rechazados
                MOVE "cg-fecha" TO ws-exc-campo
                MOVE "periodo cerrado" TO ws-exc-valor
                PERFORM graba-excepcion
                PERFORM graba-suspense
            ELSE
                PERFORM verifica-proyecto-linea
            END-IF
            IF NOT ws-periodo-cerrado
                    AND NOT ws-proyecto-valido
                ADD 1 TO ws-rechazados
                MOVE "cg-proyecto" TO ws-exc-campo
                MOVE cg-proyecto TO ws-exc-valor
                PERFORM graba-excepcion
                PERFORM graba-suspense
            END-IF
            IF NOT ws-periodo-cerrado
                    AND ws-proyecto-valido
                PERFORM convierte-importe
                IF ws-cambio-hallado
                    PERFORM carga-registro
                ELSE
                    ADD 1 TO ws-rechazados
                    MOVE "cg-fecha" TO ws-exc-campo
                    MOVE ws-moneda-feed TO ws-exc-moneda
                    MOVE ws-exc-sin-cambio TO ws-exc-valor
                    PERFORM graba-excepcion
                    PERFORM graba-suspense
                END-IF
            END-IF.

       verifica-proyecto-linea.
      * el proyecto del detalle es opcional; si viene, tiene que
      * estar abierto en proyectos.dat (proyecto.cpy)
            INSPECT cg-proyecto CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            SET ws-proyecto-valido TO TRUE
            IF cg-proyecto NOT = SPACES
                MOVE 'N' TO ws-proyecto-valido-sw
                IF ws-proyectos-abierto
                    MOVE cg-proyecto TO pj-codigo
                    READ proyectos-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF pj-activo
                                SET ws-proyecto-valido TO TRUE
                            END-IF
                    END-READ
                END-IF
            END-IF.

       convierte-importe.
      * el importe del feed va en la moneda de la cabecera; se pasa a
      * EUR con el cambio del mismo dia de la transaccion, y sin
      * cambio para ese dia la transaccion no se carga
            MOVE 'N' TO ws-cambio-hallado-sw
            IF ws-moneda-feed = "EUR"
                MOVE 1 TO ws-cambio-linea
                MOVE cg-importe TO ws-importe-casa
                SET ws-cambio-hallado TO TRUE
            ELSE
                IF ws-cambios-abierto
                    MOVE ws-moneda-feed TO cd-moneda
                    MOVE cg-fecha TO cd-fecha
                    READ cambios-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE cd-cambio TO ws-cambio-linea
                            SET ws-cambio-hallado TO TRUE
                    END-READ
                END-IF
                IF ws-cambio-hallado
                    COMPUTE ws-importe-casa ROUNDED =
                        cg-importe * ws-cambio-linea
                        ON SIZE ERROR
                            MOVE 'N' TO ws-cambio-hallado-sw
                    END-COMPUTE
                END-IF
            END-IF.

       carga-registro.
            MOVE cg-numero-transaccion TO tr-numero-transaccion
            MOVE cg-fecha TO tr-fecha
            MOVE ws-importe-casa TO tr-importe
            MOVE cg-descripcion TO tr-descripcion
            MOVE ws-sucursal-feed TO tr-sucursal
            MOVE ws-moneda-feed TO tr-moneda
            MOVE cg-importe TO tr-importe-origen
            MOVE ws-cambio-linea TO tr-cambio
            MOVE 'N' TO tr-estado-sw
            MOVE 0 TO tr-estado-fecha
            MOVE cg-proyecto TO tr-proyecto
            WRITE transaccion-maestro-rec
                INVALID KEY
                    ADD 1 TO ws-rechazados
                    MOVE "numero-trans" TO ws-exc-campo
                    MOVE "clave duplicada" TO ws-exc-valor
                    PERFORM graba-excepcion
                    PERFORM graba-suspense
                NOT INVALID KEY
                    ADD 1 TO ws-cargados
                    MOVE 'W' TO jm-operacion
                    PERFORM graba-journal-maestro
            END-WRITE.

       reenvia-suspense.
      * las lineas FEED que rutinas_43 dejo corregidas se cargan con
      * la sucursal y la moneda de la cabecera de la que vinieron,
      * por el mismo camino que un detalle del feed; no cuentan en
      * el registro de feeds recibidos. Cada una queda reenviada, y
      * si vuelve a fallar entra en suspense como otra pendiente
            MOVE 0 TO ws-reenvio-count
            MOVE 0 TO ws-reenvio-aplazadas
            MOVE 'N' TO ws-suspense-eof-sw
            OPEN INPUT suspense-file
            IF fs-suspense-ok
                PERFORM busca-linea-corregida UNTIL ws-suspense-eof
                CLOSE suspense-file
            END-IF
            IF ws-reenvio-aplazadas > 0
                DISPLAY "aviso: " ws-reenvio-aplazadas " linea(s) "
                        "corregida(s) quedan para la proxima carga"
            END-IF
            IF ws-reenvio-count > 0
                OPEN INPUT proyectos-file
                IF fs-pj-ok
                    SET ws-proyectos-abierto TO TRUE
                END-IF
                OPEN INPUT cambios-file
                IF fs-cd-ok
                    SET ws-cambios-abierto TO TRUE
                END-IF
                OPEN I-O transaccion-maestro-file
                IF fs-transaccion-fichero-no-existe
                    OPEN OUTPUT transaccion-maestro-file
                    CLOSE transaccion-maestro-file
                    OPEN I-O transaccion-maestro-file
                END-IF
                PERFORM reenvia-linea-corregida
                    VARYING ws-reenvio-idx FROM 1 BY 1
                    UNTIL ws-reenvio-idx > ws-reenvio-count
                CLOSE transaccion-maestro-file
                IF ws-cambios-abierto
                    CLOSE cambios-file
                    MOVE 'N' TO ws-cambios-abierto-sw
                END-IF
                IF ws-proyectos-abierto
                    CLOSE proyectos-file
                    MOVE 'N' TO ws-proyectos-abierto-sw
                END-IF
                DISPLAY "lineas de suspense reenviadas: "
                        ws-reenvio-count " (cargadas " ws-cargados
                        ", rechazadas de nuevo " ws-rechazados ")"
      * el feed de hoy cuenta solo lo suyo
                MOVE 0 TO ws-cargados
                MOVE 0 TO ws-rechazados
                MOVE SPACES TO ws-sucursal-feed
                MOVE "EUR" TO ws-moneda-feed
            END-IF.

       busca-linea-corregida.
            READ suspense-file NEXT RECORD
                AT END
                    SET ws-suspense-eof TO TRUE
                NOT AT END
                    IF sp-de-feed AND sp-corregida
      * las que no caben siguen corregidas y entran en la proxima
      * carga
                        IF ws-reenvio-count < 500
                            ADD 1 TO ws-reenvio-count
                            MOVE sp-id
                                TO ws-reenvio-id(ws-reenvio-count)
                        ELSE
                            ADD 1 TO ws-reenvio-aplazadas
                        END-IF
                    END-IF
            END-READ.

       reenvia-linea-corregida.
      * se marca reenviada antes de cargarla: un nuevo rechazo
      * escribe su propia linea de suspense
            MOVE 'N' TO ws-reenvio-hallado-sw
            OPEN I-O suspense-file
            MOVE ws-reenvio-id(ws-reenvio-idx) TO sp-id
            READ suspense-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-reenvio-hallado TO TRUE
                    SET sp-reenviada TO TRUE
                    ACCEPT sp-fecha-estado FROM DATE YYYYMMDD
                    MOVE ws-run-actual TO sp-run-reenvio
                    REWRITE suspense-rec
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-READ
            CLOSE suspense-file
            IF ws-reenvio-hallado
                MOVE sp-sucursal TO ws-sucursal-feed
                MOVE sp-moneda TO ws-moneda-feed
                MOVE sp-fecha-feed TO ws-fecha-feed
                MOVE sp-linea TO ws-carga-linea
                PERFORM trata-detalle
            END-IF.

       graba-suspense.
            PERFORM siguiente-sp-id
            MOVE SPACES TO suspense-rec
            MOVE ws-siguiente-sp-id TO sp-id
            SET sp-de-feed TO TRUE
            ACCEPT sp-fecha FROM DATE YYYYMMDD
            ACCEPT sp-hora FROM TIME
            MOVE ws-run-actual TO sp-run
            MOVE "rutinas_26" TO sp-programa
            MOVE ws-exc-campo TO sp-campo
            MOVE ws-exc-valor TO sp-motivo
            MOVE ws-sucursal-feed TO sp-sucursal
            MOVE ws-moneda-feed TO sp-moneda
            IF ws-fecha-feed-x IS NUMERIC
                MOVE ws-fecha-feed TO sp-fecha-feed
            ELSE
                MOVE 0 TO sp-fecha-feed
            END-IF
            MOVE ws-carga-linea TO sp-linea
            SET sp-pendiente TO TRUE
            MOVE 0 TO sp-fecha-estado
            MOVE 0 TO sp-run-reenvio
            OPEN I-O suspense-file
            IF fs-suspense-fichero-no-existe
                OPEN OUTPUT suspense-file
                CLOSE suspense-file
                OPEN I-O suspense-file
            END-IF
            WRITE suspense-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE suspense-file.

       siguiente-sp-id.
            OPEN INPUT suspense-contador-file
            IF fs-susp-ctr-ok
                READ suspense-contador-file
                    NOT AT END
                        MOVE suspense-contador-rec
                            TO ws-siguiente-sp-id
                END-READ
                CLOSE suspense-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-sp-id
            END-IF
            ADD 1 TO ws-siguiente-sp-id
            OPEN OUTPUT suspense-contador-file
            MOVE ws-siguiente-sp-id TO suspense-contador-rec
            WRITE suspense-contador-rec
            CLOSE suspense-contador-file.

       lee-numero-ejecucion.
      * el numero de ejecucion nocturna vigente, para estamparlo en
      * lo que se deja en suspense
            MOVE 0 TO ws-run-actual
            OPEN INPUT ejecuciones-file
            IF fs-ejecuciones-ok
                READ ejecuciones-file
                    NOT AT END
                        MOVE ejecuciones-rec TO ws-run-actual
                END-READ
                CLOSE ejecuciones-file
            END-IF.

       carga-periodos-cerrados.
            MOVE 'N' TO ws-periodos-eof-sw
            OPEN INPUT periodos-file
