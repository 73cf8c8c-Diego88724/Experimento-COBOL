      *     idempotency guard or double-counting; the end-of-run
      *     summary of a resumed run covers only the lines it
      *     actually processed.
      *   - the maestro record written for each operation now carries
      *     the currency fields: EUR, the same amount as original and
      *     home-currency importe, and a rate of 1.
      *   - the maestro record written now starts in normal status
      *     (tr-estado-sw 'N', no status date).
      *   - each posting can now carry an optional project code
      *     (proyectos.dat, proyecto.cpy, maintained by rutinas_132):
      *     asked for interactively and read from a new ce-proyecto
      *     column of calc_entrada.dat, and carried onto the maestro
      *     record (tr-proyecto). A code that is not an open project is
      *     rejected to excepciones.log - re-prompted interactively, and
      *     the batch line is left out like an overflow line,
      *     idempotency guard included. A blank code posts with no
      *     project, so existing calc_entrada.dat lines are unaffected.
      *   - a batch line rejected for an invalid project or an overflow
      *     is now also written, exactly as read, to the suspense file
      *     suspense.dat (suspense.cpy, numbered from
      *     suspense_contador.dat) with the reason, date and run number,
      *     so it can be corrected in rutinas_43 and resubmitted by
      *     rutinas_134 instead of re-typed; training mode uses the ent_
      *     copies.
      *   - console messages now come from the mensajes.dat catalogue
      *     (mensaje.cpy, loaded into mensajes_tabla.cpy by
      *     prepara-mensajes) instead of literals, in the IDIOMA
      *     language from menu.sh and, once signed on, in the operator's
      *     om-idioma; wording is corrected with rutinas_143 without a
      *     recompile.
      *   - every line written to calc_transacciones.log is now also
      *     added to its entry in resumen_diario.dat
      *     (resumen_diario.cpy: date, log, program, operator and
      *     nightly run, with count, net total and anulaciones), so the
      *     reports no longer reread the whole log; training sessions
      *     keep their own ent_resumen_diario.dat.
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
       PROGRAM-ID. calculadora.
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
           05 ce-num1     pic 9(5).
           05 ce-num2     pic 9(5).
           05 ce-operador pic x(10).
           05 ce-proyecto pic x(6).

       FD  calc-informe-file.
       01  calc-informe-rec pic x(50).
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
           05 cb-linea  pic 9(5).
           05 cb-estado pic x(1).

       FD  suspense-file.
       COPY suspense.

       FD  suspense-contador-file.
       01  suspense-contador-rec pic 9(6).

       FD  marca-file.
       01  marca-rec pic x(29).

       FD  proyectos-file.
       COPY proyecto.

       FD  mensajes-file.
       COPY mensaje.

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mensajes-status==
                              ==:FS-PREFIJO:== BY ==fs-mensajes==.
       COPY mensajes_tabla.
       01 num1 pic 9(5).
       01 num2 pic 9(5).
       01 res pic 9(5).
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
           REPLACING ==:FS-CAMPO:== BY ==ws-transmaestro-status==
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
            END-IF
            PERFORM lee-parametros.

            DISPLAY mt-texto(100)(1:mt-largo(100))
            ACCEPT ws-modo.

            IF ws-modo-batch
                PERFORM proceso-batch
            ELSE IF ws-modo-anulacion
                IF NOT ws-nivel-supervisor
                    DISPLAY mt-texto(101)(1:mt-largo(101))
                    MOVE "autorizacion" TO ws-exc-campo
                    MOVE "anulacion denegada" TO ws-exc-valor
                    PERFORM graba-excepcion
                    PERFORM modo-anulacion
                END-IF
            ELSE
                PERFORM pide-proyecto
                PERFORM pide-datos-y-calcula UNTIL ws-sin-overflow
                DISPLAY mt-texto(3)(1:mt-largo(3)) " " res
                MOVE ws-umbral TO ws-umbral-edit
                if res > ws-umbral
                    DISPLAY mt-texto(102)(1:mt-largo(102)) " "
                            ws-umbral-edit
                ELSE
                    DISPLAY mt-texto(103)(1:mt-largo(103)) " "
                            ws-umbral-edit
                END-IF
                MOVE 1 TO tt-conteo
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
                END-READ
                CLOSE calc-parametros-file
            ELSE
                DISPLAY mt-texto(16)(1:mt-largo(16)) " "
                        mt-texto(104)(1:mt-largo(104))
            END-IF.

       pide-datos-y-calcula.

            ADD num1 TO num2 GIVING res
                ON SIZE ERROR
                    DISPLAY mt-texto(105)(1:mt-largo(105))
                    MOVE "res" TO ws-exc-campo
                    MOVE "overflow (>99999)" TO ws-exc-valor
                    PERFORM graba-excepcion
       pide-num1.
            MOVE 'N' TO ws-num-valido-sw
            PERFORM UNTIL ws-num-valido
                DISPLAY mt-texto(106)(1:mt-largo(106))
                ACCEPT ws-num-entrada
                PERFORM alinea-num-entrada
                IF ws-num-entrada IS NUMERIC
                    MOVE ws-num-entrada-num TO num1
                    SET ws-num-valido TO TRUE
                ELSE
                    DISPLAY mt-texto(107)(1:mt-largo(107))
                    MOVE "num1" TO ws-exc-campo
                    MOVE ws-num-entrada TO ws-exc-valor
                    PERFORM graba-excepcion
       pide-num2.
            MOVE 'N' TO ws-num-valido-sw
            PERFORM UNTIL ws-num-valido
                DISPLAY mt-texto(108)(1:mt-largo(108))
                ACCEPT ws-num-entrada
                PERFORM alinea-num-entrada
                IF ws-num-entrada IS NUMERIC
                    MOVE ws-num-entrada-num TO num2
                    SET ws-num-valido TO TRUE
                ELSE
                    DISPLAY mt-texto(107)(1:mt-largo(107))
                    MOVE "num2" TO ws-exc-campo
                    MOVE ws-num-entrada TO ws-exc-valor
                    PERFORM graba-excepcion
            END-IF
            MOVE ws-num-just TO ws-num-entrada.

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
            MOVE ws-transaccion-linea TO transaccion-rec
            WRITE transaccion-rec
            CLOSE transaccion-file
            PERFORM acumula-resumen-diario
            PERFORM graba-transaccion-maestro.

       siguiente-tx-id.
            MOVE res TO tr-importe
            MOVE "calculadora suma" TO tr-descripcion
            MOVE SPACES TO tr-sucursal
            MOVE "EUR" TO tr-moneda
            MOVE tr-importe TO tr-importe-origen
            MOVE 1 TO tr-cambio
            MOVE 'N' TO tr-estado-sw
            MOVE 0 TO tr-estado-fecha
            MOVE ws-proyecto TO tr-proyecto

            OPEN I-O transaccion-maestro-file
            IF fs-transmaestro-fichero-no-existe
            CLOSE totales-file.

       modo-anulacion.
            DISPLAY mt-texto(109)(1:mt-largo(109))
            ACCEPT ws-anula-numero
            PERFORM busca-transaccion-anular
            IF ws-anula-encontrada
                MOVE SPACES TO apr-detalle3
                PERFORM graba-solicitud-aprobacion
            ELSE
                DISPLAY mt-texto(110)(1:mt-largo(110)) " "
                        ws-anula-numero mt-texto(111)(1:mt-largo(111))
                MOVE "numero-trans" TO ws-exc-campo
                MOVE "anulacion: no existe" TO ws-exc-valor
                PERFORM graba-excepcion
       proceso-batch.
            PERFORM lee-checkpoint-batch
            IF ws-reanudando
                DISPLAY mt-texto(112)(1:mt-largo(112)) " "
                        ws-ckbatch-linea mt-texto(20)(1:mt-largo(20))
            ELSE
                PERFORM verifica-idempotencia-batch
            END-IF
            IF ws-batch-ya-procesado
                DISPLAY mt-texto(113)(1:mt-largo(113)) " "
                        mt-texto(114)(1:mt-largo(114)) " "
                        mt-texto(115)(1:mt-largo(115))
                MOVE "calc_entrada" TO ws-exc-campo
                MOVE "lote ya procesado" TO ws-exc-valor
                PERFORM graba-excepcion
                            SET ws-lote-eof TO TRUE
                        NOT AT END
                            COMPUTE ws-par-suma = ce-num1 + ce-num2
                            MOVE ce-proyecto TO ws-proyecto
                            PERFORM verifica-proyecto
                            IF ws-par-suma <= 99999
                                    AND ws-proyecto-valido
                                ADD 1 TO ws-lote-contador
                                ADD ws-par-suma TO ws-lote-suma
                            END-IF
            MOVE ws-batch-media TO wr-media
            MOVE ws-resumen-linea TO calc-informe-rec
            WRITE calc-informe-rec
            DISPLAY mt-texto(116)(1:mt-largo(116)) " " ws-batch-contador
            DISPLAY mt-texto(21)(1:mt-largo(21)) " " wr-media
            IF ws-batch-contador > 0
                MOVE ws-umbral TO ws-umbral-edit
                MOVE SPACES TO calc-informe-rec
            ELSE
                MOVE ws-operador-id TO ws-linea-operador
            END-IF
            MOVE ce-proyecto TO ws-proyecto
            PERFORM verifica-proyecto
            IF NOT ws-proyecto-valido
      * un proyecto desconocido o cerrado deja la linea fuera, como
      * un desbordamiento
                MOVE "** PROYECTO INVALIDO **" TO wi-flag
                MOVE "proyecto" TO ws-exc-campo
                MOVE ws-proyecto TO ws-exc-valor
                PERFORM graba-excepcion
                PERFORM graba-suspense
                MOVE ZEROS TO res
            ELSE
                ADD num1 TO num2 GIVING res
                    ON SIZE ERROR
                        MOVE "** OVERFLOW (>99999) **" TO wi-flag
                        MOVE "res" TO ws-exc-campo
                        MOVE "overflow (>99999)" TO ws-exc-valor
                        PERFORM graba-excepcion
                        PERFORM graba-suspense
                        MOVE ZEROS TO res
                    NOT ON SIZE ERROR
                        IF res > ws-umbral
                            MOVE "mayor que el umbral" TO wi-flag
                        ELSE
                            MOVE "menor o igual al umbral" TO wi-flag
                        END-IF
                        PERFORM graba-transaccion
                        ADD 1 TO ws-batch-contador
                        ADD res TO ws-batch-suma-res
                        PERFORM clasifica-res-histograma
      * graba-transaccion above already posts the master record via
      * graba-transaccion-maestro, so a batch line and an interactive
      * calculation both land in transacciones.dat the same way.
                END-ADD
            END-IF
            PERFORM procesa-linea-batch-informe.

       procesa-linea-batch-informe.
            MOVE num1 TO wi-num1
            MOVE num2 TO wi-num2
            MOVE res TO wi-res
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
            OPEN INPUT calc-parametros-file
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
                MOVE "ent_calc_entrada.dat"
                    TO ws-nombre-entrada
                    TO ws-nombre-aprob
                MOVE "ent_aprobaciones_contador.dat"
                    TO ws-nombre-aprob-ctr
                MOVE "ent_suspense.dat"
                    TO ws-nombre-suspense
                MOVE "ent_suspense_contador.dat"
                    TO ws-nombre-susp-ctr
                MOVE "ent_resumen_diario.dat"
                    TO ws-nombre-resumen
            ELSE
                MOVE "calc_entrada.dat"
                    TO ws-nombre-entrada
                    TO ws-nombre-aprob
                MOVE "aprobaciones_contador.dat"
                    TO ws-nombre-aprob-ctr
                MOVE "suspense.dat"
                    TO ws-nombre-suspense
                MOVE "suspense_contador.dat"
                    TO ws-nombre-susp-ctr
                MOVE "resumen_diario.dat"
                    TO ws-nombre-resumen
            END-IF.


                    CONTINUE
            END-WRITE
            CLOSE aprobaciones-file
            DISPLAY mt-texto(26)(1:mt-largo(26)) " " apr-id
                    mt-texto(27)(1:mt-largo(27)).

       graba-suspense.
      * la linea rechazada queda en suspense tal como venia, para
      * corregirla con rutinas_43 y que vuelva en el lote de otra
      * noche sin teclearla de nuevo
            PERFORM siguiente-sp-id
            PERFORM lee-numero-ejecucion
            MOVE SPACES TO suspense-rec
            MOVE ws-siguiente-sp-id TO sp-id
            SET sp-de-calc TO TRUE
            ACCEPT sp-fecha FROM DATE YYYYMMDD
            ACCEPT sp-hora FROM TIME
            MOVE ws-run-actual TO sp-run
            MOVE "calculadora" TO sp-programa
            MOVE ws-exc-campo TO sp-campo
            MOVE ws-exc-valor TO sp-motivo
            MOVE 0 TO sp-fecha-feed
            MOVE calc-entrada-rec TO sp-linea
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

       siguiente-apr-id.
            OPEN INPUT aprobaciones-contador-file
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
             MOVE 1000 TO ws-mensajes-base
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
            MOVE 'C' TO rd-origen
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

       END PROGRAM calculadora.
