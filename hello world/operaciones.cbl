      *     the total past what tx-res can print (99999.99 either
      *     way) is rejected and the previous total kept, the same
      *     treatment every other overflow gets here.
      *   - the maestro record written for each operation now carries
      *     the currency fields: EUR, the same amount as original and
      *     home-currency importe, and a rate of 1.
      *   - the maestro record written now starts in normal status
      *     (tr-estado-sw 'N', no status date).
      *   - each posting can now carry an optional project code
      *     (proyectos.dat, proyecto.cpy, maintained by rutinas_132):
      *     asked for after the two numbers interactively and read from
      *     a new oe-proyecto column of operaciones_lote.dat, and
      *     carried onto the maestro record (tr-proyecto). A code that
      *     is not an open project is rejected to excepciones.log -
      *     re-prompted interactively, the batch line rejected like any
      *     other. A blank code posts with no project, so existing lote
      *     lines are unaffected.
      *   - a rejected batch line is now also written, exactly as read,
      *     to the suspense file suspense.dat (suspense.cpy, numbered
      *     from suspense_contador.dat) with the reason, date and run
      *     number, so it can be corrected in rutinas_43 and resubmitted
      *     by rutinas_134 instead of re-typed; training mode uses the
      *     ent_ copies.
      *   - console messages now come from the mensajes.dat catalogue
      *     (mensaje.cpy, loaded into mensajes_tabla.cpy by
      *     prepara-mensajes) instead of literals, in the IDIOMA
      *     language from menu.sh and, once signed on, in the operator's
      *     om-idioma; wording is corrected with rutinas_143 without a
      *     recompile.
      *   - every line written to operaciones_transacciones.log
      *     (operaciones and cinta alike) is now also added to its entry
      *     in resumen_diario.dat (resumen_diario.cpy), the daily
      *     summary the reports read instead of the whole log; training
      *     sessions keep their own ent_resumen_diario.dat.
      *   - a successful sign-on is now checked against the operator's
      *     weekly shift in turnos.dat (turno.cpy, maintained with
      *     rutinas_145) and calendario.dat: a sign-on outside the
      *     rostered shift, on a holiday, or by an operator with no
      *     roster is still allowed but is written to intentos_firma.log
      *     as "fuera de turno" / "sin turno" for the security report.
      *     No turnos.dat means no check.
      *   - at a normal sign-off an interactive session (not BATCH, not
      *     training) is now offered the end-of-shift cash-up, which
      *     CALLs rutinas_119 for the operator already signed on; the
      *     program is therefore linked together with
      *     rutinas_119_arqueo_caja.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operaciones.
           SELECT intentos-file ASSIGN TO "intentos_firma.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-intentos-status.
           SELECT turnos-file ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tu-id
               FILE STATUS IS ws-turnos-status.
           SELECT calendario-file ASSIGN TO "calendario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendario-status.

           SELECT periodos-file ASSIGN DYNAMIC ws-nombre-periodos
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT marca-file ASSIGN TO "batch_en_curso.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-marca-status.
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pj-codigo
               FILE STATUS IS ws-proyectos-status.
           SELECT suspense-file ASSIGN DYNAMIC ws-nombre-suspense
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sp-id
               FILE STATUS IS ws-suspense-status.
           SELECT suspense-contador-file
               ASSIGN DYNAMIC ws-nombre-susp-ctr
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-contador-status.
           SELECT mensajes-file ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ms-clave
               FILE STATUS IS ws-mensajes-status.
           SELECT resumen-file ASSIGN DYNAMIC ws-nombre-resumen
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
           05 oe-operacion pic 9(1).
           05 oe-num1      pic 9(2).
           05 oe-num2      pic 9(2).
           05 oe-proyecto  pic x(6).

       FD  op-informe-file.
       01  op-informe-rec pic x(52).
       FD  intentos-file.
       01  intentos-rec pic x(63).

       FD  turnos-file.
       COPY turno.

       FD  calendario-file.
       01  calendario-rec pic x(29).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).
       FD  marca-file.
       01  marca-rec pic x(29).

       FD  proyectos-file.
       COPY proyecto.

       FD  suspense-file.
       COPY suspense.

       FD  suspense-contador-file.
       01  suspense-contador-rec pic 9(6).

       FD  mensajes-file.
       COPY mensaje.

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mensajes-status==
                              ==:FS-PREFIJO:== BY ==fs-mensajes==.
       COPY mensajes_tabla.
       01 num1 pic 9(2).
       01 num2 pic 9(2).
       01 res pic 9(5)v99.
       COPY intento_firma.
       01 ws-intento-motivo pic x(15).
       01 ws-firma-intentos-max pic 9(2) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-turnos-status==
                              ==:FS-PREFIJO:== BY ==fs-turnos==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-calendario-status==
                     ==:FS-PREFIJO:== BY ==fs-calendario==.
       COPY calendario.
       01 ws-turno-fecha pic 9(8).
       01 ws-turno-hora pic 9(8).
       01 ws-turno-hh pic 9(2).
       01 ws-turno-dia-semana pic 9(1).
       01 ws-turno-festivo-sw pic x value 'N'.
           88 ws-turno-festivo value 'Y'.
       01 ws-en-turno-sw pic x value 'N'.
           88 ws-en-turno value 'Y'.
       01 ws-calendario-eof-sw pic x value 'N'.
           88 ws-calendario-eof value 'Y'.


       COPY fstatus
       01 ws-batch-bloquea-sw pic x value 'N'.
           88 ws-batch-bloquea value 'Y'.
       01 ws-override-resp pic x(1).
       01 ws-arqueo-resp pic x(1).
       01 ws-retcode-arqueo pic 9(2) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ckbatch-status==
                              ==:FS-PREFIJO:== BY ==fs-ckbatch==.
       01 ws-nombre-ckbatch pic x(40).
       01 ws-ckbatch-linea pic 9(5) value 0.
       01 ws-linea-actual pic 9(5) value 0.
       01 ws-fecha-ckbatch pic 9(8).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-proyectos-status==
                              ==:FS-PREFIJO:== BY ==fs-proyectos==.
       01 ws-proyecto pic x(6) value spaces.
       01 ws-proyecto-valido-sw pic x value 'N'.
           88 ws-proyecto-valido value 'Y'.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-suspense-status==
                              ==:FS-PREFIJO:== BY ==fs-suspense==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-susp-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-susp-ctr==.
       01 ws-siguiente-sp-id pic 9(6) value 0.
       01 ws-nombre-suspense pic x(40).
       01 ws-nombre-susp-ctr pic x(40).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       01 ws-resumen-clave pic x(39).
       01 ws-resumen-importe pic 9(5)v99.
       01 ws-nombre-resumen pic x(40).

       PROCEDURE DIVISION.
       *> sumar = ADD x TO y GIVING z
       *> dividir = DIVIDE x BY y GIVING z

       MAIN-PROCEDURE.
            PERFORM prepara-mensajes.
            PERFORM configura-ficheros.
            PERFORM firma-operador.
            IF NOT ws-operador-autorizado
            END-IF
            PERFORM verifica-periodo-cerrado.
            IF ws-periodo-cerrado
                DISPLAY mt-texto(1)(1:mt-largo(1)) " " ws-periodo-hoy
                        mt-texto(2)(1:mt-largo(2))
                MOVE "periodo" TO ws-exc-campo
                MOVE "periodo cerrado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY mt-texto(100)(1:mt-largo(100))
            ACCEPT ws-modo.

            IF ws-modo-batch
                PERFORM modo-cinta
            ELSE
                PERFORM pide-opcion
                DISPLAY mt-texto(101)(1:mt-largo(101))
                ACCEPT num1
                DISPLAY mt-texto(102)(1:mt-largo(102))
                ACCEPT num2
                PERFORM pide-proyecto

                EVALUATE TRUE
                    WHEN ws-opcion-sumar
                        MOVE 0 TO rem
                        ADD num1 TO num2 GIVING res
                        MOVE res TO ws-res-edit
                        DISPLAY mt-texto(3)(1:mt-largo(3)) " "
                                ws-res-edit
                    WHEN ws-opcion-restar
                        MOVE "restar" TO ws-operacion-nombre
                        MOVE 0 TO rem
                        MOVE 0 TO rem
                        MULTIPLY num1 BY num2 GIVING res
                        MOVE res TO ws-res-edit
                        DISPLAY mt-texto(3)(1:mt-largo(3)) " "
                                ws-res-edit
                    WHEN ws-opcion-dividir
                        MOVE "dividir" TO ws-operacion-nombre
                        PERFORM dividir
                PERFORM graba-transaccion

                IF ws-opcion-dividir
                    DISPLAY mt-texto(103)(1:mt-largo(103)) " "
                            ws-contador-ok
                    DISPLAY mt-texto(104)(1:mt-largo(104)) " "
                            ws-contador-rechazadas
                END-IF
            END-IF
            END-IF.
            PERFORM ofrece-arqueo.
            PERFORM graba-salida-operador.
            STOP RUN.

       firma-operador.
            DISPLAY mt-texto(4)(1:mt-largo(4))
            ACCEPT ws-operador-id
            PERFORM verifica-operador-autorizado
            IF ws-operador-no-autorizado
                DISPLAY mt-texto(5)(1:mt-largo(5)) " " ws-operador-id
            ELSE
                ACCEPT op-fecha FROM DATE YYYYMMDD
                ACCEPT op-hora FROM TIME
                END-IF
                WRITE operador-rec
                CLOSE operador-file
                PERFORM verifica-turno-operador
            END-IF.

       verifica-operador-autorizado.
                            ELSE
                                MOVE 1 TO ws-operador-nivel
                            END-IF
                            MOVE om-idioma TO ws-operador-idioma
                            PERFORM aplica-idioma-operador
                    END-READ
                    CLOSE operador-maestro-file
                    IF ws-operador-autorizado
                MOVE 0 TO om-pin-fecha
            END-IF
            IF om-pin-fecha = 0
                DISPLAY mt-texto(6)(1:mt-largo(6))
                PERFORM cambia-pin-operador
            ELSE
                DISPLAY mt-texto(7)(1:mt-largo(7))
                ACCEPT ws-pin-entrada
                IF ws-pin-entrada NOT = om-pin
                    DISPLAY mt-texto(8)(1:mt-largo(8))
                    SET ws-operador-no-autorizado TO TRUE
                    MOVE "pin incorrecto" TO ws-intento-motivo
                    PERFORM graba-intento-firma
                        PERFORM calcula-dias-pin
                        IF ws-dias-hoy-pin - ws-dias-pin
                                > ws-pin-dias-max
                            DISPLAY mt-texto(9)(1:mt-largo(9))
                            PERFORM cambia-pin-operador
                        END-IF
                    END-IF
                        ACCEPT om-pin-fecha FROM DATE YYYYMMDD
                        MOVE 0 TO om-fallos
                        REWRITE operador-maestro-rec
                        DISPLAY mt-texto(10)(1:mt-largo(10))
                END-READ
                CLOSE operador-maestro-file
            END-IF.

       pide-pin-nuevo.
            DISPLAY mt-texto(11)(1:mt-largo(11))
            ACCEPT ws-pin-nuevo1
            DISPLAY mt-texto(12)(1:mt-largo(12))
            ACCEPT ws-pin-nuevo2
            IF ws-pin-nuevo1 NOT NUMERIC
                DISPLAY mt-texto(13)(1:mt-largo(13))
            ELSE
                IF ws-pin-nuevo1 NOT = ws-pin-nuevo2
                    DISPLAY mt-texto(14)(1:mt-largo(14))
                ELSE
                    IF ws-pin-nuevo1 = om-pin
                        DISPLAY mt-texto(15)(1:mt-largo(15))
                    ELSE
                        SET ws-cambio-pin-ok TO TRUE
                    END-IF

       modo-cinta.
            MOVE 0 TO ws-cinta-contador
            DISPLAY mt-texto(105)(1:mt-largo(105))
            ACCEPT ws-cinta-num
            MOVE ws-cinta-num TO ws-cinta-total
            ADD 1 TO ws-cinta-contador

       pide-entrada-cinta.
            MOVE ws-cinta-total TO ws-cinta-total-edit
            DISPLAY mt-texto(106)(1:mt-largo(106)) " "
                    ws-cinta-total-edit
            DISPLAY mt-texto(107)(1:mt-largo(107))
            ACCEPT ws-cinta-op
            IF ws-cinta-op = '='
                SET ws-fin-cinta TO TRUE
            ELSE
                IF ws-cinta-op = '+' OR ws-cinta-op = '-'
                        OR ws-cinta-op = '*' OR ws-cinta-op = '/'
                    DISPLAY mt-texto(108)(1:mt-largo(108))
                    ACCEPT ws-cinta-num
                    PERFORM aplica-entrada-cinta
                ELSE
                    DISPLAY mt-texto(109)(1:mt-largo(109))
                END-IF
            END-IF.

                    END-COMPUTE
                WHEN '/'
                    IF ws-cinta-num = 0
                        DISPLAY mt-texto(110)(1:mt-largo(110))
                        SET ws-cinta-rechazada TO TRUE
                    ELSE
                        COMPUTE ws-cinta-total = ws-cinta-total
            END-IF
            IF ws-cinta-rechazada
                IF ws-cinta-op NOT = '/'
                    DISPLAY mt-texto(111)(1:mt-largo(111))
                END-IF
                MOVE ws-cinta-previo TO ws-cinta-total
            ELSE
            MOVE ws-transaccion-linea TO transaccion-rec
            WRITE transaccion-rec
            CLOSE transaccion-file
            PERFORM acumula-resumen-diario
            MOVE '+' TO tx-signo.

       cierra-cinta.
      * el registro de cierre de la cinta: cuantas entradas y el
      * total final, mas su linea en totales_mensuales.dat
            MOVE ws-cinta-total TO ws-cinta-total-edit
            DISPLAY mt-texto(112)(1:mt-largo(112)) " " ws-cinta-contador
                    mt-texto(113)(1:mt-largo(113)) " "
                    ws-cinta-total-edit
            ACCEPT tx-fecha FROM DATE YYYYMMDD
            ACCEPT tx-hora FROM TIME
            MOVE "cinta" TO tx-programa
            MOVE ws-transaccion-linea TO transaccion-rec
            WRITE transaccion-rec
            CLOSE transaccion-file
            PERFORM acumula-resumen-diario

            ACCEPT tt-fecha FROM DATE YYYYMMDD
            MOVE "operaciones" TO tt-programa
            MOVE '+' TO tt-signo.

       pide-opcion.
            DISPLAY mt-texto(114)(1:mt-largo(114))
            DISPLAY mt-texto(115)(1:mt-largo(115))
            DISPLAY mt-texto(32)(1:mt-largo(32))
            ACCEPT ws-opcion
            IF ws-opcion < 1 OR ws-opcion > 5
                DISPLAY mt-texto(33)(1:mt-largo(33))
                PERFORM pide-opcion
            END-IF
            IF ws-opcion-ajuste AND NOT ws-nivel-supervisor
                DISPLAY mt-texto(116)(1:mt-largo(116))
                MOVE "autorizacion" TO ws-exc-campo
                MOVE "ajuste denegado" TO ws-exc-valor
                PERFORM graba-excepcion
            PERFORM pide-sustraendo UNTIL num2 NOT > num1.
            SUBTRACT num2 FROM num1 GIVING res.
            MOVE res TO ws-res-edit.
            DISPLAY mt-texto(3)(1:mt-largo(3)) " " ws-res-edit.

       restar-ajuste.
            IF num2 > num1
                SUBTRACT num1 FROM num2 GIVING res
                MOVE '-' TO ws-signo-resultado
                MOVE res TO ws-res-edit
                DISPLAY mt-texto(117)(1:mt-largo(117)) ws-res-edit
                DISPLAY mt-texto(118)(1:mt-largo(118))
            ELSE
                SUBTRACT num2 FROM num1 GIVING res
                MOVE res TO ws-res-edit
                DISPLAY mt-texto(3)(1:mt-largo(3)) " " ws-res-edit
            END-IF.

       pide-sustraendo.
            DISPLAY mt-texto(119)(1:mt-largo(119))
            DISPLAY mt-texto(120)(1:mt-largo(120))
            ACCEPT num2.

       dividir.
            DIVIDE num1 BY num2 GIVING res.
            ADD 1 TO ws-contador-ok.
            MOVE res TO ws-res-edit.
            DISPLAY mt-texto(3)(1:mt-largo(3)) " " ws-res-edit.
            DISPLAY mt-texto(121)(1:mt-largo(121)) " " rem.

       pide-divisor.
            DISPLAY mt-texto(122)(1:mt-largo(122))
            ACCEPT num2.
            IF num2 = 0
                DISPLAY mt-texto(123)(1:mt-largo(123))
                ADD 1 TO ws-contador-rechazadas
                MOVE "num2" TO ws-exc-campo
                MOVE "0 (division x cero)" TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF.

       pide-proyecto.
            MOVE 'N' TO ws-proyecto-valido-sw
            PERFORM pide-proyecto-valor UNTIL ws-proyecto-valido.

       pide-proyecto-valor.
            DISPLAY mt-texto(17)(1:mt-largo(17))
            ACCEPT ws-proyecto
            PERFORM verifica-proyecto
            IF NOT ws-proyecto-valido
                DISPLAY mt-texto(18)(1:mt-largo(18)) " " ws-proyecto
                        mt-texto(19)(1:mt-largo(19))
                MOVE "proyecto" TO ws-exc-campo
                MOVE ws-proyecto TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF.

       verifica-proyecto.
      * un codigo en blanco es un apunte sin proyecto; si se da,
      * tiene que estar abierto en proyectos.dat (proyecto.cpy)
            INSPECT ws-proyecto CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            SET ws-proyecto-valido TO TRUE
            IF ws-proyecto NOT = SPACES
                MOVE 'N' TO ws-proyecto-valido-sw
                OPEN INPUT proyectos-file
                IF fs-proyectos-ok
                    MOVE ws-proyecto TO pj-codigo
                    READ proyectos-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF pj-activo
                                SET ws-proyecto-valido TO TRUE
                            END-IF
                    END-READ
                    CLOSE proyectos-file
                END-IF
            END-IF.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            WRITE excepcion-rec
            CLOSE excepcion-file.

       graba-suspense.
      * la linea rechazada queda en suspense tal como venia, para
      * corregirla con rutinas_43 y que vuelva en el lote de otra
      * noche sin teclearla de nuevo
            PERFORM siguiente-sp-id
            PERFORM lee-numero-ejecucion
            MOVE SPACES TO suspense-rec
            MOVE ws-siguiente-sp-id TO sp-id
            SET sp-de-oper TO TRUE
            ACCEPT sp-fecha FROM DATE YYYYMMDD
            ACCEPT sp-hora FROM TIME
            MOVE ws-run-actual TO sp-run
            MOVE "operaciones" TO sp-programa
            MOVE ws-exc-campo TO sp-campo
            MOVE ws-exc-valor TO sp-motivo
            MOVE 0 TO sp-fecha-feed
            MOVE op-entrada-rec TO sp-linea
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

       graba-totales.
            ACCEPT tt-fecha FROM DATE YYYYMMDD
            MOVE "operaciones" TO tt-programa
            END-IF
            MOVE ws-transaccion-linea TO transaccion-rec
            WRITE transaccion-rec
            CLOSE transaccion-file
            PERFORM acumula-resumen-diario.

       siguiente-tx-id.
            OPEN INPUT contador-tx-file
            STRING "operaciones " ws-operacion-nombre
                DELIMITED BY SIZE INTO tr-descripcion
            MOVE SPACES TO tr-sucursal
            MOVE "EUR" TO tr-moneda
            MOVE tr-importe TO tr-importe-origen
            MOVE 1 TO tr-cambio
            MOVE 'N' TO tr-estado-sw
            MOVE 0 TO tr-estado-fecha
            MOVE ws-proyecto TO tr-proyecto

            OPEN I-O transaccion-maestro-file
            IF fs-transmaestro-fichero-no-existe
       proceso-batch.
            PERFORM lee-checkpoint-batch
            IF ws-reanudando
                DISPLAY mt-texto(124)(1:mt-largo(124)) " "
                        ws-ckbatch-linea mt-texto(20)(1:mt-largo(20))
            END-IF
            OPEN INPUT op-entrada-file
            OPEN OUTPUT op-informe-file
                    MOVE "oe-operacion" TO ws-exc-campo
                    MOVE "codigo op invalido" TO ws-exc-valor
            END-EVALUATE
      * un proyecto desconocido o cerrado rechaza la linea igual
            IF NOT ws-lote-rechazada
                MOVE oe-proyecto TO ws-proyecto
                PERFORM verifica-proyecto
                IF NOT ws-proyecto-valido
                    SET ws-lote-rechazada TO TRUE
                    MOVE "proyecto" TO ws-exc-campo
                    MOVE ws-proyecto TO ws-exc-valor
                END-IF
            END-IF

            IF ws-lote-rechazada
                MOVE ZEROS TO res
                PERFORM graba-excepcion
                PERFORM graba-suspense
                MOVE "*** RECHAZADA ***" TO oi-flag
            ELSE
                MOVE "OK" TO oi-flag
            MOVE ws-lote-media TO lr-media
            MOVE ws-lote-resumen-linea TO op-informe-rec
            WRITE op-informe-rec
            DISPLAY mt-texto(125)(1:mt-largo(125)) " " ws-lote-contador
            DISPLAY mt-texto(21)(1:mt-largo(21)) " " lr-media
            IF ws-lote-contador > 0
                MOVE ws-lote-contador TO tt-conteo
                MOVE ws-lote-suma-res TO tt-total
            WRITE intentos-rec
            CLOSE intentos-file.

       verifica-turno-operador.
      * la firma fuera del turno asignado en turnos.dat se admite,
      * pero queda en intentos_firma.log para el informe de
      * seguridad; sin turnos.dat no se comprueba nada
            IF ws-operador-id NOT = "BATCH"
                OPEN INPUT turnos-file
                IF fs-turnos-ok
                    MOVE ws-operador-id TO tu-id
                    READ turnos-file
                        INVALID KEY
                            MOVE "sin turno" TO ws-intento-motivo
                            PERFORM graba-intento-firma
                        NOT INVALID KEY
                            PERFORM evalua-turno-operador
                            IF NOT ws-en-turno
                                MOVE "fuera de turno"
                                    TO ws-intento-motivo
                                PERFORM graba-intento-firma
                            END-IF
                    END-READ
                    CLOSE turnos-file
                END-IF
            END-IF.

       evalua-turno-operador.
      * horas de cada turno segun turno.cpy; un festivo de
      * calendario.dat deja a todos libres
            MOVE 'N' TO ws-en-turno-sw
            ACCEPT ws-turno-fecha FROM DATE YYYYMMDD
            ACCEPT ws-turno-hora FROM TIME
            ACCEPT ws-turno-dia-semana FROM DAY-OF-WEEK
            MOVE ws-turno-hora(1:2) TO ws-turno-hh
            PERFORM busca-festivo-turno
            IF NOT ws-turno-festivo
                EVALUATE TRUE
                    WHEN tu-manana(ws-turno-dia-semana)
                        IF ws-turno-hh >= 7 AND ws-turno-hh < 14
                            SET ws-en-turno TO TRUE
                        END-IF
                    WHEN tu-tarde(ws-turno-dia-semana)
                        IF ws-turno-hh >= 14 AND ws-turno-hh < 20
                            SET ws-en-turno TO TRUE
                        END-IF
                    WHEN tu-dia-completo(ws-turno-dia-semana)
                        IF ws-turno-hh >= 7 AND ws-turno-hh < 20
                            SET ws-en-turno TO TRUE
                        END-IF
                    WHEN tu-noche(ws-turno-dia-semana)
                        IF ws-turno-hh < 7 OR ws-turno-hh >= 20
                            SET ws-en-turno TO TRUE
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       busca-festivo-turno.
            MOVE 'N' TO ws-turno-festivo-sw
            MOVE 'N' TO ws-calendario-eof-sw
            OPEN INPUT calendario-file
            IF fs-calendario-ok
                PERFORM lee-calendario-turno
                    UNTIL ws-calendario-eof OR ws-turno-festivo
                CLOSE calendario-file
            END-IF.

       lee-calendario-turno.
            READ calendario-file
                AT END
                    SET ws-calendario-eof TO TRUE
                NOT AT END
                    MOVE calendario-rec TO ws-calendario-linea
                    IF ca-fecha = ws-turno-fecha AND ca-festivo
                        SET ws-turno-festivo TO TRUE
                    END-IF
            END-READ.

       lee-firma-intentos.
            MOVE 0 TO ws-firma-intentos-max
            OPEN INPUT parametros-file
                        IF ws-firma-intentos-max > 0
                                AND om-fallos >= ws-firma-intentos-max
                            SET om-inactivo TO TRUE
                            DISPLAY mt-texto(22)(1:mt-largo(22))
                            MOVE "suspendido" TO ws-intento-motivo
                            PERFORM graba-intento-firma
                        END-IF
            END-IF.


       ofrece-arqueo.
      * al cerrar la sesion se ofrece el arqueo de caja de rutinas_119
      * para el operador ya firmado, sin volver a pedirle el PIN; ni
      * la sesion de servicio BATCH ni una de entrenamiento tienen
      * cajon que cuadrar
            IF ws-operador-id NOT = "BATCH" AND NOT ws-entrenamiento
                DISPLAY mt-texto(35)(1:mt-largo(35))
                ACCEPT ws-arqueo-resp
                IF ws-arqueo-resp = 'S' OR ws-arqueo-resp = 's'
                    CALL "rutinas_119" USING ws-operador-id
                                             ws-retcode-arqueo
                END-IF
            END-IF.

       graba-salida-operador.
            ACCEPT op-fecha FROM DATE YYYYMMDD
            ACCEPT op-hora FROM TIME
                WHEN 'n'
                    CONTINUE
                WHEN OTHER
                    DISPLAY mt-texto(23)(1:mt-largo(23))
                    ACCEPT ws-ent-resp
                    IF ws-ent-resp = 'S' OR ws-ent-resp = 's'
                        SET ws-entrenamiento TO TRUE
            END-EVALUATE
            IF ws-entrenamiento
                DISPLAY "****************************************"
                DISPLAY mt-texto(24)(1:mt-largo(24))
                DISPLAY mt-texto(25)(1:mt-largo(25))
                DISPLAY "****************************************"
                MOVE "ent_excepciones.log"
                    TO ws-nombre-excepcion
                    TO ws-nombre-jrnl-ctr
                MOVE "ent_oper_batch_checkpoint.dat"
                    TO ws-nombre-ckbatch
                MOVE "ent_suspense.dat"
                    TO ws-nombre-suspense
                MOVE "ent_suspense_contador.dat"
                    TO ws-nombre-susp-ctr
                MOVE "ent_resumen_diario.dat"
                    TO ws-nombre-resumen
            ELSE
                MOVE "excepciones.log"
                    TO ws-nombre-excepcion
                    TO ws-nombre-jrnl-ctr
                MOVE "oper_batch_checkpoint.dat"
                    TO ws-nombre-ckbatch
                MOVE "suspense.dat"
                    TO ws-nombre-suspense
                MOVE "suspense_contador.dat"
                    TO ws-nombre-susp-ctr
                MOVE "resumen_diario.dat"
                    TO ws-nombre-resumen
            END-IF.


                    IF av-desde NUMERIC AND av-hasta NUMERIC
                            AND av-desde <= ws-fecha-avisos
                            AND av-hasta >= ws-fecha-avisos
                        DISPLAY mt-texto(28)(1:mt-largo(28)) " "
                                av-texto
                    END-IF
            END-READ.

                END-IF
            END-IF
            IF ws-batch-bloquea
                DISPLAY mt-texto(29)(1:mt-largo(29)) " "
                        mt-texto(30)(1:mt-largo(30))
                IF ws-nivel-supervisor
                    DISPLAY mt-texto(31)(1:mt-largo(31))
                    ACCEPT ws-override-resp
                    IF ws-override-resp = 'S'
                            OR ws-override-resp = 's'
                END-IF
            END-IF.

        prepara-mensajes.
      * idioma inicial de los mensajes: la variable IDIOMA que
      * exporta menu.sh, castellano si no viene o no es valida.
      * Tras la firma se pasa al idioma del operador si su registro
      * de operadores_maestro.dat lo tiene (aplica-idioma-operador).
             ACCEPT ws-idioma-entorno FROM ENVIRONMENT "IDIOMA"
                 ON EXCEPTION
                     MOVE SPACES TO ws-idioma-entorno
             END-ACCEPT
             INSPECT ws-idioma-entorno CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             IF ws-idioma-entorno NOT = SPACES
                     AND ws-idioma-entorno ALPHABETIC
                 MOVE ws-idioma-entorno TO ws-idioma
             END-IF
             PERFORM carga-mensajes.

        aplica-idioma-operador.
             INSPECT ws-operador-idioma CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             IF ws-operador-idioma NOT = SPACES
                     AND ws-operador-idioma ALPHABETIC
                     AND ws-operador-idioma NOT = ws-idioma
                 MOVE ws-operador-idioma TO ws-idioma
                 PERFORM carga-mensajes
             END-IF.

        carga-mensajes.
      * la tabla se rellena primero en castellano y encima se pone el
      * idioma elegido, asi un texto que aun no este traducido sale
      * en castellano; uno que no este en ninguno de los dos muestra
      * su numero, para darlo de alta con rutinas_143.
             MOVE 2000 TO ws-mensajes-base
             INITIALIZE ws-tabla-mensajes
             MOVE "ES" TO ws-idioma-carga
             PERFORM lee-catalogo-mensajes
             IF ws-idioma NOT = "ES"
                 MOVE ws-idioma TO ws-idioma-carga
                 PERFORM lee-catalogo-mensajes
             END-IF
             PERFORM completa-mensaje
                 VARYING ws-mensaje-idx FROM 1 BY 1
                 UNTIL ws-mensaje-idx > 399.

        lee-catalogo-mensajes.
             OPEN INPUT mensajes-file
             IF fs-mensajes-ok
                 MOVE 'N' TO ws-mensajes-eof-sw
                 PERFORM lee-siguiente-mensaje
                     UNTIL ws-mensajes-eof
                 CLOSE mensajes-file
             END-IF.

        lee-siguiente-mensaje.
             READ mensajes-file NEXT RECORD
                 AT END
                     SET ws-mensajes-eof TO TRUE
                 NOT AT END
                     IF ms-idioma = ws-idioma-carga
                             AND ms-texto NOT = SPACES
                         PERFORM coloca-mensaje
                     END-IF
             END-READ.

        coloca-mensaje.
      * 0001-0099 son los mensajes comunes a todos los programas;
      * los propios de este van de base+100 a base+399.
             MOVE 0 TO ws-mensaje-idx
             IF ms-numero > 0 AND ms-numero < 100
                 MOVE ms-numero TO ws-mensaje-idx
             END-IF
             IF ms-numero > ws-mensajes-base + 99
                     AND ms-numero < ws-mensajes-base + 400
                 COMPUTE ws-mensaje-idx = ms-numero - ws-mensajes-base
             END-IF
             IF ws-mensaje-idx > 0
                 MOVE ms-texto TO mt-texto(ws-mensaje-idx)
             END-IF.

        completa-mensaje.
             IF mt-texto(ws-mensaje-idx) = SPACES
                 IF ws-mensaje-idx < 100
                     MOVE ws-mensaje-idx TO ws-mensaje-numero
                 ELSE
                     COMPUTE ws-mensaje-numero =
                         ws-mensajes-base + ws-mensaje-idx
                 END-IF
                 STRING "(mensaje " ws-mensaje-numero ")"
                     DELIMITED BY SIZE INTO mt-texto(ws-mensaje-idx)
             END-IF
             MOVE 0 TO mt-largo(ws-mensaje-idx)
             PERFORM mide-mensaje
                 VARYING ws-mensaje-pos FROM 80 BY -1
                 UNTIL ws-mensaje-pos < 1
                    OR mt-largo(ws-mensaje-idx) > 0.

        mide-mensaje.
             IF mt-texto(ws-mensaje-idx)(ws-mensaje-pos:1) NOT = SPACE
                 MOVE ws-mensaje-pos TO mt-largo(ws-mensaje-idx)
             END-IF.

       acumula-resumen-diario.
      * la linea recien grabada en el registro de transacciones se
      * suma a su entrada de resumen_diario.dat (resumen_diario.cpy),
      * para que los informes no tengan que recorrer el detalle
            PERFORM lee-numero-ejecucion
            MOVE tx-fecha TO rd-fecha
            MOVE 'O' TO rd-origen
            MOVE tx-programa TO rd-programa
            MOVE tx-operador TO rd-operador
            MOVE ws-run-actual TO rd-run
            MOVE rd-clave TO ws-resumen-clave
            MOVE tx-res TO ws-resumen-importe
            OPEN I-O resumen-file
            IF fs-resumen-fichero-no-existe
                OPEN OUTPUT resumen-file
                CLOSE resumen-file
                OPEN I-O resumen-file
            END-IF
            IF fs-resumen-ok
                READ resumen-file
                    INVALID KEY
                        MOVE ws-resumen-clave TO rd-clave
                        MOVE 0 TO rd-conteo
                        MOVE 0 TO rd-total
                        MOVE 0 TO rd-anulaciones
                        PERFORM suma-linea-resumen
                        WRITE resumen-diario-rec
                    NOT INVALID KEY
                        PERFORM suma-linea-resumen
                        REWRITE resumen-diario-rec
                END-READ
                CLOSE resumen-file
            END-IF.

       suma-linea-resumen.
            ADD 1 TO rd-conteo
            IF tx-signo = '-'
                SUBTRACT ws-resumen-importe FROM rd-total
                IF tx-referencia NOT = 0
                    ADD 1 TO rd-anulaciones
                END-IF
            ELSE
                ADD ws-resumen-importe TO rd-total
            END-IF.

       END PROGRAM operaciones.
