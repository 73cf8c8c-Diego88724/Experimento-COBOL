      *   - the approved correction sweep now rides the emp-apellido
      *     alternate key (START at the apellido, read while it
      *     matches) instead of scanning the whole master.
      *   - a TIER request from the yearly customer tier review
      *     (rutinas_83) rewrites the customer's cl-tier in
      *     clientes.dat on approval, unless the tier has been
      *     changed by hand since the proposal was made, in which
      *     case the request is rejected as stale.
      *   - a PAGOS request from the weekly supplier payment proposal
      *     (rutinas_88) pays the proposal on approval: every
      *     proposed purchase invoice still pending is marked paid
      *     in facturas_proveedor.dat, the bank payment file
      *     pagos_NNNNNN.dat (fichero_pagos.cpy) is written with its
      *     header and its control-total trailer, and the total is
      *     posted as a '-' line under "pagos" to
      *     totales_mensuales.dat, so it reaches the ledger export
      *     (rutinas_44) beside the income. A proposal is rejected
      *     in a closed period or when nothing in it is still
      *     pending.
      *   - a NOMINA request from the salary transfer run
      *     (rutinas_98) is only marked approved: the transfer file
      *     is written by rutinas_98 itself on its next run, once it
      *     finds the period's request approved.
      *   - a HORAS EXTRA request from the monthly attendance report
      *     (rutinas_100) is likewise only marked approved: the
      *     payroll run (rutinas_33) pays the period's overtime
      *     once it finds the request approved.
      *   - an AUSENCIA request from the leave program (rutinas_101)
      *     marks the leave approved in ausencias.dat (ausencia.cpy)
      *     on approval, or rejected when the request is rejected;
      *     a leave cancelled in the meantime rejects the request.
      *   - a GASTO request from the expense claims program
      *     (rutinas_103) marks the claim approved in gastos.dat
      *     (gasto.cpy) on approval, for the payroll run to
      *     reimburse, or rejected when the request is rejected; a
      *     claim cancelled in the meantime rejects the request.
      *   - a REVISION request from the salary review proposal
      *     (rutinas_106) applies the proposed salaries on approval:
      *     each employee of revisiones_propuesta.dat whose
      *     emp-salario is still the one proposed from gets the new
      *     one, with a history record whose action carries the
      *     review's effective date ("REV AAAAMMDD") and a pending
      *     arrears record in atrasos_salariales.dat for the next
      *     payroll run; a salary changed by hand since is left
      *     alone. The review's rules are marked applied, or put
      *     back to prepared when the request is rejected.
      *   - approving a CORRECCION, TIER or REVISION request now locks
      *     the records it rewrites in bloqueos.dat (bloqueo.cpy) first;
      *     a record held by another operator is shown with its holder
      *     and the approver can wait and retry or back out, in which
      *     case nothing is touched and the request stays pending.
      *     Conflicts go to bloqueos_conflictos.log and stale locks are
      *     released after pg-bloqueo-minutos.
      *   - an approved anulacion's compensating line in
      *     calc_transacciones.log is also added to resumen_diario.dat
      *     (resumen_diario.cpy), counted there as an anulacion.
      *   - lock age now counts real calendar days instead of a 360-day
      *     year.
      *   - payment and salary-revision proposals are streamed from
      *     their files instead of held in capped tables; the employee
      *     lock is re-checked before every salary rewrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_57.
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT facturas-prov-file ASSIGN TO "facturas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fp-clave
               FILE STATUS IS ws-fp-status.
           SELECT propuestas-file ASSIGN TO "propuestas_pago.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-propuestas-status.
           SELECT pagos-file ASSIGN DYNAMIC ws-nombre-pagos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pagos-status.
           SELECT ausencias-file ASSIGN TO "ausencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS au-clave
               FILE STATUS IS ws-au-status.
           SELECT gastos-file ASSIGN TO "gastos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ga-id
               FILE STATUS IS ws-ga-status.
           SELECT revisiones-file
               ASSIGN TO "revisiones_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rs-clave
               FILE STATUS IS ws-rs-status.
           SELECT propuesta-rev-file
               ASSIGN TO "revisiones_propuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-propuesta-rev-status.
           SELECT atrasos-file ASSIGN TO "atrasos_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS at-clave
               FILE STATUS IS ws-at-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT bloqueos-file ASSIGN TO "bloqueos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bq-clave
               FILE STATUS IS ws-bloqueos-status.
           SELECT bloq-conflicto-file
               ASSIGN TO "bloqueos_conflictos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bloq-conflicto-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       FD  clientes-file.
       COPY cliente.

       FD  facturas-prov-file.
       COPY factura_proveedor.

       FD  propuestas-file.
       01  propuestas-rec pic x(90).

       FD  pagos-file.
       01  pagos-rec pic x(80).

       FD  ausencias-file.
       COPY ausencia.

       FD  gastos-file.
       COPY gasto.

       FD  revisiones-file.
       COPY revision_salarial.

       FD  propuesta-rev-file.
       01  propuesta-rev-rec pic x(50).

       FD  atrasos-file.
       COPY atraso_salarial.

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  bloqueos-file.
       COPY bloqueo.

       FD  bloq-conflicto-file.
       01  bloq-conflicto-rec pic x(114).

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bloqueos-status==
                              ==:FS-PREFIJO:== BY ==fs-bloqueos==.
       COPY fstatus REPLACING
                    ==:FS-CAMPO:== BY ==ws-bloq-conflicto-status==
                    ==:FS-PREFIJO:== BY ==fs-bloq-conflicto==.
       COPY bloqueo_trabajo.
       COPY bloqueo_conflicto.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       01 ws-resumen-clave pic x(39).
       01 ws-resumen-importe pic 9(5)v99.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fp-status==
                              ==:FS-PREFIJO:== BY ==fs-fp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-propuestas-status==
                              ==:FS-PREFIJO:== BY ==fs-propuestas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pagos-status==
                              ==:FS-PREFIJO:== BY ==fs-pagos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-au-status==
                              ==:FS-PREFIJO:== BY ==fs-au==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ga-status==
                              ==:FS-PREFIJO:== BY ==fs-ga==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-rs-status==
                              ==:FS-PREFIJO:== BY ==fs-rs==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-propuesta-rev-status==
                     ==:FS-PREFIJO:== BY ==fs-propuesta-rev==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-at-status==
                              ==:FS-PREFIJO:== BY ==fs-at==.
       COPY transaccion.
       COPY totales.
       COPY propuesta_pago.
       COPY fichero_pagos.
       COPY periodo_cerrado.
       COPY revision_empleado.
       01 ws-operador-id pic x(10).
       01 ws-autorizado-sw pic x value 'Y'.
           88 ws-autorizado value 'Y'.
                              ==:FS-PREFIJO:== BY ==fs-hist-emp==.
       COPY historial_empleado.
       01 ws-imagen-antes pic x(90).
       01 ws-accion-historial pic x(12).
      * pago de una propuesta de pagos a proveedores
       01 ws-nombre-pagos pic x(40).
       01 ws-pago-propuesta pic 9(6).
       01 ws-fecha-hoy pic 9(8).
       01 ws-periodo-hoy pic 9(6).
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-pago-eof-sw pic x value 'N'.
           88 ws-pago-eof value 'Y'.
       01 ws-pago-facturas pic 9(5) value 0.
       01 ws-pago-total pic 9(9)v99 value 0.
       01 ws-total-pago-edit pic z(8)9.99.
      * aplicacion de una revision salarial propuesta
       01 ws-rev-fecha pic 9(8).
       01 ws-rev-eof-sw pic x value 'N'.
           88 ws-rev-eof value 'Y'.
       01 ws-rev-lineas pic 9(7) value 0.
       01 ws-rev-salario pic 9(7)v99.
       01 ws-rev-aplicados pic 9(7) value 0.
       01 ws-rev-estado-nuevo pic x(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "rutinas_57" TO ws-bloqueo-programa
            DISPLAY "introduce tu identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM verifica-nivel-aprobador
                        MOVE ws-nota TO apr-nota
                        REWRITE aprobacion-rec
                        ADD 1 TO ws-rechazadas
                        IF apr-tipo = "AUSENCIA"
                            PERFORM rechaza-ausencia
                        END-IF
                        IF apr-tipo = "GASTO"
                            PERFORM rechaza-gasto
                        END-IF
                        IF apr-tipo = "REVISION"
                            PERFORM rechaza-revision
                        END-IF
                    WHEN OTHER
                        ADD 1 TO ws-pendientes
                END-EVALUATE
                    PERFORM ejecuta-correccion
                WHEN "PARAMETRO"
                    PERFORM ejecuta-parametro
                WHEN "TIER"
                    PERFORM ejecuta-tier
                WHEN "PAGOS"
                    PERFORM ejecuta-pagos
                WHEN "NOMINA"
                    DISPLAY "transferencia de la nomina "
                            apr-detalle1(1:6) " autorizada; el "
                            "fichero lo genera rutinas_98"
                    PERFORM marca-aprobada
                WHEN "HORAS EXTRA"
                    DISPLAY "horas extra del periodo "
                            apr-detalle1(1:6) " autorizadas; las "
                            "paga rutinas_33 en la nomina"
                    PERFORM marca-aprobada
                WHEN "AUSENCIA"
                    PERFORM ejecuta-ausencia
                WHEN "GASTO"
                    PERFORM ejecuta-gasto
                WHEN "REVISION"
                    PERFORM ejecuta-revision
                WHEN OTHER
                    DISPLAY "ERROR: tipo de solicitud desconocido"
                    ADD 1 TO ws-pendientes
            MOVE ws-transaccion-linea TO transaccion-rec
            WRITE transaccion-rec
            CLOSE transaccion-file
            PERFORM acumula-resumen-diario
            MOVE '+' TO tx-signo
            MOVE 0 TO tx-referencia.

                MOVE "sin empleados.dat" TO ws-nota
                PERFORM marca-rechazada-auto
            ELSE
                PERFORM bloquea-correccion
                IF ws-bloqueo-abandonado
                    PERFORM libera-bloqueos-programa
                    CLOSE empleados-file
                    PERFORM deja-pendiente
                ELSE
                    PERFORM aplica-correccion
                    PERFORM libera-bloqueos-programa
                    CLOSE empleados-file
                    DISPLAY "correccion aplicada a " ws-corr-contador
                            " registros"
                    PERFORM marca-aprobada
                END-IF
            END-IF.

       bloquea-correccion.
      * antes de cambiar nada se bloquean todos los empleados del
      * barrido; si uno esta en uso y el aprobador abandona, la
      * solicitud queda pendiente sin haber tocado ninguno
            MOVE "empleados" TO ws-bloqueo-fichero
            MOVE 'N' TO ws-bloqueo-sw
            MOVE ws-corr-apellido TO emp-apellido
            START empleados-file
                    KEY IS NOT LESS THAN emp-apellido
                INVALID KEY
                    SET ws-emp-eof TO TRUE
            END-START
            PERFORM bloquea-siguiente-correccion
                UNTIL ws-emp-eof OR ws-bloqueo-abandonado
            MOVE 'N' TO ws-emp-eof-sw.

       bloquea-siguiente-correccion.
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    IF emp-apellido NOT = ws-corr-apellido
                        SET ws-emp-eof TO TRUE
                    ELSE
                        MOVE emp-id TO ws-bloqueo-registro
                        PERFORM toma-bloqueo
                    END-IF
            END-READ.

       aplica-correccion.
            MOVE ws-corr-apellido TO emp-apellido
            START empleados-file
                    KEY IS NOT LESS THAN emp-apellido
                INVALID KEY
                    SET ws-emp-eof TO TRUE
            END-START
            PERFORM corrige-siguiente-empleado
                UNTIL ws-emp-eof.

       deja-pendiente.
            DISPLAY "aprobacion abandonada, la solicitud queda "
                    "pendiente"
            ADD 1 TO ws-pendientes.

       corrige-siguiente-empleado.
            READ empleados-file NEXT RECORD
                AT END
      * el orden por clave alterna agota las coincidencias
                        SET ws-emp-eof TO TRUE
                    ELSE
                        MOVE emp-id TO ws-bloqueo-registro
                        PERFORM verifica-bloqueo
                        IF ws-bloqueo-tomado
                            PERFORM corrige-empleado
                        ELSE
                            PERFORM avisa-bloqueo-perdido
                        END-IF
                    END-IF
            END-READ.

       corrige-empleado.
            MOVE empleado-rec TO ws-imagen-antes
            IF ws-corr-nuevo-apellido NOT = SPACES
                MOVE ws-corr-nuevo-apellido TO emp-apellido
            END-IF
            IF ws-corr-nueva-edad NOT = SPACES
                MOVE ws-corr-nueva-edad TO emp-edad
            END-IF
            REWRITE empleado-rec
            MOVE "CORRECCION" TO ws-accion-historial
            PERFORM graba-historial-empleado
            ADD 1 TO ws-corr-contador.

       avisa-bloqueo-perdido.
      * el bloqueo caduco mientras se aplicaba la solicitud y ahora
      * lo tiene otro operador: ese empleado no se toca
            DISPLAY "aviso: el bloqueo del empleado "
                    ws-bloqueo-registro " ha caducado y lo tiene el "
                    "operador " ws-bloqueo-titular ", no se cambia".

       graba-historial-empleado.
            ACCEPT he-fecha FROM DATE YYYYMMDD
            ACCEPT he-hora FROM TIME
            MOVE ws-operador-id TO he-operador
            MOVE ws-accion-historial TO he-accion
            MOVE emp-id TO he-id
            MOVE ws-imagen-antes TO he-antes
            MOVE empleado-rec TO he-despues
                MOVE 0 TO pg-tendencia-pct
                MOVE 0 TO pg-retencion-anios
                MOVE 0 TO pg-capacidad-pct
                MOVE 0 TO pg-validez-dias
                MOVE 0 TO pg-tier-a-miles
                MOVE 0 TO pg-tier-b-miles
                MOVE 0 TO pg-jornada-minutos
                MOVE 0 TO pg-extra-pct
                MOVE 0 TO pg-vacaciones-dias
                MOVE 0 TO pg-descuadre-max
                MOVE 0 TO pg-inusual-puntos
                MOVE 0 TO pg-inusual-limite
                MOVE 0 TO pg-bloqueo-minutos
                OPEN INPUT parametros-file
                IF fs-parm-ok
                    READ parametros-file
                END-IF
            END-IF.

       ejecuta-tier.
      * la propuesta se hizo sobre el tier que el cliente tenia
      * entonces; si alguien lo ha cambiado a mano despues, la
      * propuesta ya no vale y se rechaza
            OPEN I-O clientes-file
            IF NOT fs-cl-ok
                DISPLAY "ERROR: no se encontro clientes.dat, "
                        "solicitud rechazada"
                MOVE "sin clientes.dat" TO ws-nota
                PERFORM marca-rechazada-auto
            ELSE
                MOVE apr-detalle1(1:6) TO cl-codigo
                MOVE "clientes" TO ws-bloqueo-fichero
                MOVE cl-codigo TO ws-bloqueo-registro
                PERFORM toma-bloqueo
                IF ws-bloqueo-abandonado
                    PERFORM deja-pendiente
                ELSE
                    PERFORM aplica-tier
                    PERFORM libera-bloqueo
                END-IF
                CLOSE clientes-file
            END-IF.

       aplica-tier.
            READ clientes-file
                INVALID KEY
                    DISPLAY "ERROR: el cliente " cl-codigo
                            " ya no existe, solicitud rechazada"
                    MOVE "cliente inexistente" TO ws-nota
                    PERFORM marca-rechazada-auto
                NOT INVALID KEY
                    IF cl-tier NOT = apr-detalle3(1:1)
                        DISPLAY "ERROR: el tier del cliente "
                                cl-codigo " ha cambiado desde la "
                                "propuesta, solicitud rechazada"
                        MOVE "tier cambiado" TO ws-nota
                        PERFORM marca-rechazada-auto
                    ELSE
                        MOVE apr-detalle2(1:1) TO cl-tier
                        REWRITE cliente-rec
                        DISPLAY "cliente " cl-codigo
                                " pasa al tier " cl-tier
                        PERFORM marca-aprobada
                    END-IF
            END-READ.

       ejecuta-ausencia.
      * la ausencia se pidio pendiente; si el empleado la ha anulado
      * despues, la solicitud ya no vale y se rechaza
            OPEN I-O ausencias-file
            IF NOT fs-au-ok
                DISPLAY "ERROR: no se encontro ausencias.dat, "
                        "solicitud rechazada"
                MOVE "sin ausencias.dat" TO ws-nota
                PERFORM marca-rechazada-auto
            ELSE
                MOVE apr-detalle1(1:14) TO au-clave
                READ ausencias-file
                    INVALID KEY
                        DISPLAY "ERROR: la ausencia ya no existe, "
                                "solicitud rechazada"
                        MOVE "ausencia inexistente" TO ws-nota
                        PERFORM marca-rechazada-auto
                    NOT INVALID KEY
                        IF NOT au-pendiente
                            DISPLAY "ERROR: la ausencia ya no esta "
                                    "pendiente, solicitud rechazada"
                            MOVE "ausencia anulada" TO ws-nota
                            PERFORM marca-rechazada-auto
                        ELSE
                            SET au-aprobada TO TRUE
                            REWRITE ausencia-rec
                            DISPLAY "ausencia del empleado " au-emp-id
                                    " aprobada: " au-dias " dias"
                            PERFORM marca-aprobada
                        END-IF
                END-READ
                CLOSE ausencias-file
            END-IF.

       rechaza-ausencia.
            OPEN I-O ausencias-file
            IF fs-au-ok
                MOVE apr-detalle1(1:14) TO au-clave
                READ ausencias-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF au-pendiente
                            SET au-rechazada TO TRUE
                            REWRITE ausencia-rec
                        END-IF
                END-READ
                CLOSE ausencias-file
            END-IF.

       ejecuta-gasto.
      * la nota se dio de alta pendiente; si se ha anulado despues,
      * la solicitud ya no vale y se rechaza
            OPEN I-O gastos-file
            IF NOT fs-ga-ok
                DISPLAY "ERROR: no se encontro gastos.dat, "
                        "solicitud rechazada"
                MOVE "sin gastos.dat" TO ws-nota
                PERFORM marca-rechazada-auto
            ELSE
                MOVE apr-detalle1(1:6) TO ga-id
                READ gastos-file
                    INVALID KEY
                        DISPLAY "ERROR: la nota de gastos ya no "
                                "existe, solicitud rechazada"
                        MOVE "nota inexistente" TO ws-nota
                        PERFORM marca-rechazada-auto
                    NOT INVALID KEY
                        IF NOT ga-pendiente
                            DISPLAY "ERROR: la nota de gastos ya no "
                                    "esta pendiente, solicitud "
                                    "rechazada"
                            MOVE "nota anulada" TO ws-nota
                            PERFORM marca-rechazada-auto
                        ELSE
                            SET ga-aprobado TO TRUE
                            REWRITE gasto-rec
                            DISPLAY "nota de gastos " ga-id
                                    " aprobada; la reembolsa "
                                    "rutinas_33 en la nomina"
                            PERFORM marca-aprobada
                        END-IF
                END-READ
                CLOSE gastos-file
            END-IF.

       rechaza-gasto.
            OPEN I-O gastos-file
            IF fs-ga-ok
                MOVE apr-detalle1(1:6) TO ga-id
                READ gastos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ga-pendiente
                            SET ga-rechazado TO TRUE
                            REWRITE gasto-rec
                        END-IF
                END-READ
                CLOSE gastos-file
            END-IF.

       ejecuta-revision.
      * se aplica la propuesta tal como la vio el aprobador; un
      * empleado cuyo salario ya no es el de la propuesta se salta.
      * La propuesta se lee de propuesta_revision.dat en cada pasada
      * (contar, bloquear, aplicar), sin limite de empleados
            MOVE apr-detalle1(1:8) TO ws-rev-fecha
            MOVE 0 TO ws-rev-lineas
            MOVE 0 TO ws-rev-aplicados
            PERFORM carga-propuesta-revision
            IF ws-rev-lineas = 0
                DISPLAY "ERROR: la propuesta de revision no tiene "
                        "lineas, solicitud rechazada"
                MOVE "propuesta vacia" TO ws-nota
                PERFORM marca-rechazada-auto
                PERFORM rechaza-revision
            ELSE
                OPEN I-O empleados-file
                IF NOT fs-emp-ok
                    DISPLAY "ERROR: no existe el fichero de "
                            "empleados, solicitud rechazada"
                    MOVE "sin empleados.dat" TO ws-nota
                    PERFORM marca-rechazada-auto
                    PERFORM rechaza-revision
                ELSE
                    PERFORM bloquea-revision
                    IF ws-bloqueo-abandonado
                        PERFORM libera-bloqueos-programa
                        CLOSE empleados-file
                        PERFORM deja-pendiente
                    ELSE
                        PERFORM aplica-revision
                        PERFORM libera-bloqueos-programa
                    END-IF
                END-IF
            END-IF.

       bloquea-revision.
      * como en la correccion: primero se bloquean todos los
      * empleados de la propuesta y solo entonces se cambia nada
            MOVE "empleados" TO ws-bloqueo-fichero
            MOVE 'N' TO ws-bloqueo-sw
            MOVE 'N' TO ws-rev-eof-sw
            OPEN INPUT propuesta-rev-file
            PERFORM bloquea-linea-revision
                UNTIL ws-rev-eof OR ws-bloqueo-abandonado
            CLOSE propuesta-rev-file.

       bloquea-linea-revision.
            READ propuesta-rev-file
                AT END
                    SET ws-rev-eof TO TRUE
                NOT AT END
                    MOVE propuesta-rev-rec TO ws-revision-linea
                    IF rp-apr-id = apr-id
                        MOVE rp-emp-id TO ws-bloqueo-registro
                        PERFORM toma-bloqueo
                    END-IF
            END-READ.

       aplica-revision.
            PERFORM abre-atrasos
            MOVE 'N' TO ws-rev-eof-sw
            OPEN INPUT propuesta-rev-file
            PERFORM aplica-linea-revision UNTIL ws-rev-eof
            CLOSE propuesta-rev-file
            CLOSE atrasos-file
            CLOSE empleados-file
            IF ws-rev-aplicados = 0
                DISPLAY "ERROR: ningun salario sigue como en "
                        "la propuesta, solicitud rechazada"
                MOVE "salarios cambiados" TO ws-nota
                PERFORM marca-rechazada-auto
                PERFORM rechaza-revision
            ELSE
                MOVE 'A' TO ws-rev-estado-nuevo
                PERFORM cambia-estado-reglas
                DISPLAY "revision del " ws-rev-fecha
                        " aplicada a " ws-rev-aplicados
                        " empleados; los atrasos los paga "
                        "rutinas_33 en la nomina"
                PERFORM marca-aprobada
            END-IF.

       carga-propuesta-revision.
            MOVE 'N' TO ws-rev-eof-sw
            OPEN INPUT propuesta-rev-file
            IF fs-propuesta-rev-ok
                PERFORM lee-linea-propuesta-rev UNTIL ws-rev-eof
                CLOSE propuesta-rev-file
            END-IF.

       lee-linea-propuesta-rev.
            READ propuesta-rev-file
                AT END
                    SET ws-rev-eof TO TRUE
                NOT AT END
                    MOVE propuesta-rev-rec TO ws-revision-linea
                    IF rp-apr-id = apr-id
                        ADD 1 TO ws-rev-lineas
                    END-IF
            END-READ.

       abre-atrasos.
            OPEN I-O atrasos-file
            IF fs-at-fichero-no-existe
                OPEN OUTPUT atrasos-file
                CLOSE atrasos-file
                OPEN I-O atrasos-file
            END-IF.

       aplica-linea-revision.
            READ propuesta-rev-file
                AT END
                    SET ws-rev-eof TO TRUE
                NOT AT END
                    MOVE propuesta-rev-rec TO ws-revision-linea
                    IF rp-apr-id = apr-id
                        PERFORM revisa-empleado-propuesta
                    END-IF
            END-READ.

       revisa-empleado-propuesta.
            MOVE rp-emp-id TO emp-id
            READ empleados-file
                INVALID KEY
                    DISPLAY "aviso: el empleado " rp-emp-id
                            " ya no existe, no se revisa"
                NOT INVALID KEY
                    PERFORM aplica-salario-revision
            END-READ.

       aplica-salario-revision.
            IF emp-salario NOT NUMERIC
                MOVE 0 TO ws-rev-salario
            ELSE
                MOVE emp-salario TO ws-rev-salario
            END-IF
            IF ws-rev-salario NOT = rp-salario-anterior
                DISPLAY "aviso: el salario del empleado " rp-emp-id
                        " ha cambiado desde la propuesta, no se "
                        "revisa"
            ELSE
                MOVE rp-emp-id TO ws-bloqueo-registro
                PERFORM verifica-bloqueo
                IF ws-bloqueo-tomado
                    PERFORM revisa-salario-empleado
                ELSE
                    PERFORM avisa-bloqueo-perdido
                END-IF
            END-IF.

       revisa-salario-empleado.
            MOVE empleado-rec TO ws-imagen-antes
            MOVE rp-salario-nuevo TO emp-salario
            REWRITE empleado-rec
            MOVE SPACES TO ws-accion-historial
            STRING "REV " rp-fecha-efecto
                DELIMITED BY SIZE INTO ws-accion-historial
            PERFORM graba-historial-empleado
            PERFORM graba-atraso
            ADD 1 TO ws-rev-aplicados.

       graba-atraso.
      * la nomina siguiente paga la diferencia de los meses ya
      * cobrados al salario anterior desde la fecha de efecto
            MOVE rp-emp-id TO at-emp-id
            MOVE rp-fecha-efecto TO at-fecha-efecto
            MOVE rp-salario-anterior TO at-salario-anterior
            MOVE rp-salario-nuevo TO at-salario-nuevo
            MOVE apr-id TO at-apr-id
            SET at-pendiente TO TRUE
            MOVE 0 TO at-importe
            MOVE 0 TO at-meses
            MOVE 0 TO at-periodo-pago
            WRITE atraso-salarial-rec
                INVALID KEY
                    DISPLAY "aviso: el empleado " rp-emp-id
                            " ya tiene atrasos de la revision del "
                            rp-fecha-efecto
            END-WRITE.

       rechaza-revision.
      * las reglas vuelven a preparadas para corregirlas y proponer
      * la revision de nuevo
            MOVE apr-detalle1(1:8) TO ws-rev-fecha
            MOVE 'P' TO ws-rev-estado-nuevo
            PERFORM cambia-estado-reglas.

       cambia-estado-reglas.
            OPEN I-O revisiones-file
            IF fs-rs-ok
                MOVE 'N' TO ws-rev-eof-sw
                MOVE ws-rev-fecha TO rs-fecha-efecto
                MOVE LOW-VALUES TO rs-ambito
                MOVE LOW-VALUES TO rs-codigo
                START revisiones-file KEY IS NOT LESS THAN rs-clave
                    INVALID KEY
                        SET ws-rev-eof TO TRUE
                END-START
                PERFORM cambia-estado-regla UNTIL ws-rev-eof
                CLOSE revisiones-file
            END-IF.

       cambia-estado-regla.
            READ revisiones-file NEXT RECORD
                AT END
                    SET ws-rev-eof TO TRUE
                NOT AT END
                    IF rs-fecha-efecto NOT = ws-rev-fecha
                        SET ws-rev-eof TO TRUE
                    ELSE
                        IF rs-propuesta AND rs-apr-id = apr-id
                            MOVE ws-rev-estado-nuevo TO rs-estado-sw
                            IF rs-preparada
                                MOVE 0 TO rs-apr-id
                            END-IF
                            REWRITE revision-salarial-rec
                        END-IF
                    END-IF
            END-READ.

       ejecuta-pagos.
      * se paga lo que de la propuesta siga pendiente; una factura
      * pagada por otra via desde entonces se salta. La propuesta se
      * lee de propuestas_pago.dat al comprobarla y otra vez al
      * pagarla, sin limite de facturas
            MOVE apr-detalle1(1:6) TO ws-pago-propuesta
            MOVE 0 TO ws-pago-facturas
            MOVE 0 TO ws-pago-total
            PERFORM verifica-periodo-cerrado
            IF ws-periodo-cerrado
                DISPLAY "ERROR: el periodo " ws-periodo-hoy
                        " esta cerrado, solicitud rechazada"
                MOVE "periodo cerrado" TO ws-nota
                PERFORM marca-rechazada-auto
            ELSE
                OPEN I-O facturas-prov-file
                IF NOT fs-fp-ok
                    DISPLAY "ERROR: no se encontro facturas_proveedor"
                            ".dat, solicitud rechazada"
                    MOVE "sin facturas_proveedor" TO ws-nota
                    PERFORM marca-rechazada-auto
                ELSE
                    PERFORM carga-propuesta-pago
                    IF ws-pago-facturas = 0
                        DISPLAY "ERROR: nada de la propuesta "
                                ws-pago-propuesta " sigue pendiente, "
                                "solicitud rechazada"
                        MOVE "nada pendiente de pago" TO ws-nota
                        PERFORM marca-rechazada-auto
                    ELSE
                        PERFORM graba-fichero-pagos
                        PERFORM graba-totales-pagos
                        MOVE ws-pago-total TO ws-total-pago-edit
                        DISPLAY "propuesta " ws-pago-propuesta
                                " pagada: " ws-pago-facturas
                                " facturas por " ws-total-pago-edit
                                " en " ws-nombre-pagos
                        PERFORM marca-aprobada
                    END-IF
                    CLOSE facturas-prov-file
                END-IF
            END-IF.

       verifica-periodo-cerrado.
            MOVE 'N' TO ws-periodo-cerrado-sw
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy(1:6) TO ws-periodo-hoy
            MOVE 'N' TO ws-pago-eof-sw
            OPEN INPUT periodos-file
            IF fs-periodos-ok
                PERFORM busca-periodo-cerrado UNTIL ws-pago-eof
                CLOSE periodos-file
            END-IF.

       busca-periodo-cerrado.
            READ periodos-file
                AT END
                    SET ws-pago-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF pc-periodo = ws-periodo-hoy
                        SET ws-periodo-cerrado TO TRUE
                        SET ws-pago-eof TO TRUE
                    END-IF
            END-READ.

       carga-propuesta-pago.
            MOVE 'N' TO ws-pago-eof-sw
            OPEN INPUT propuestas-file
            IF fs-propuestas-ok
                PERFORM lee-linea-propuesta UNTIL ws-pago-eof
                CLOSE propuestas-file
            END-IF.

       lee-linea-propuesta.
            READ propuestas-file
                AT END
                    SET ws-pago-eof TO TRUE
                NOT AT END
                    MOVE propuestas-rec TO ws-propuesta-linea
                    IF pp-propuesta = ws-pago-propuesta
                        PERFORM verifica-linea-pago
                    END-IF
            END-READ.

       verifica-linea-pago.
            MOVE pp-proveedor TO fp-proveedor
            MOVE pp-factura TO fp-factura
            READ facturas-prov-file
                INVALID KEY
                    DISPLAY "aviso: la factura " pp-factura " de "
                            pp-proveedor " ya no existe, no se paga"
                NOT INVALID KEY
                    IF fp-pendiente
                        ADD 1 TO ws-pago-facturas
                        ADD fp-importe TO ws-pago-total
                    ELSE
                        DISPLAY "aviso: la factura " pp-factura
                                " de " pp-proveedor " ya esta pagada"
                    END-IF
            END-READ.

       graba-fichero-pagos.
            MOVE SPACES TO ws-nombre-pagos
            STRING "pagos_" ws-pago-propuesta ".dat"
                DELIMITED BY SIZE INTO ws-nombre-pagos
            OPEN OUTPUT pagos-file
            MOVE SPACES TO ws-pago-linea
            SET pf-cabecera TO TRUE
            MOVE ws-pago-propuesta TO pf-propuesta
            MOVE ws-fecha-hoy TO pf-fecha
            MOVE ws-operador-id TO pf-aprueba
            MOVE ws-pago-linea TO pagos-rec
            WRITE pagos-rec
      * los totales de la cola son los de lo que se paga de verdad
            MOVE 0 TO ws-pago-facturas
            MOVE 0 TO ws-pago-total
            MOVE 'N' TO ws-pago-eof-sw
            OPEN INPUT propuestas-file
            PERFORM paga-linea-propuesta UNTIL ws-pago-eof
            CLOSE propuestas-file
            MOVE SPACES TO ws-pago-linea
            SET pf-cola TO TRUE
            MOVE ws-pago-facturas TO pf-registros
            MOVE ws-pago-total TO pf-total
            MOVE ws-pago-linea TO pagos-rec
            WRITE pagos-rec
            CLOSE pagos-file.

       paga-linea-propuesta.
            READ propuestas-file
                AT END
                    SET ws-pago-eof TO TRUE
                NOT AT END
                    MOVE propuestas-rec TO ws-propuesta-linea
                    IF pp-propuesta = ws-pago-propuesta
                        PERFORM paga-factura-propuesta
                    END-IF
            END-READ.

       paga-factura-propuesta.
            MOVE pp-proveedor TO fp-proveedor
            MOVE pp-factura TO fp-factura
            READ facturas-prov-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fp-pendiente
                        SET fp-pagada TO TRUE
                        MOVE ws-fecha-hoy TO fp-fecha-pago
                        MOVE ws-pago-propuesta TO fp-propuesta
                        REWRITE factura-proveedor-rec
                        ADD 1 TO ws-pago-facturas
                        ADD fp-importe TO ws-pago-total
                        MOVE SPACES TO ws-pago-linea
                        SET pf-detalle TO TRUE
                        MOVE pp-proveedor TO pf-proveedor
                        MOVE pp-nombre TO pf-nombre
                        MOVE pp-iban TO pf-iban
                        MOVE pp-factura TO pf-factura
                        MOVE fp-importe TO pf-importe
                        MOVE ws-pago-linea TO pagos-rec
                        WRITE pagos-rec
                    END-IF
            END-READ.

       graba-totales-pagos.
      * el dinero que sale se asienta como una linea '-', igual que
      * una anulacion o un abono
            MOVE ws-fecha-hoy TO tt-fecha
            MOVE "pagos" TO tt-programa
            MOVE ws-pago-facturas TO tt-conteo
            MOVE ws-pago-total TO tt-total
            MOVE '-' TO tt-signo
            PERFORM lee-numero-ejecucion
            MOVE ws-run-actual TO tt-run
            MOVE ws-totales-linea TO totales-rec

            OPEN EXTEND totales-file
            IF fs-totales-fichero-no-existe
                OPEN OUTPUT totales-file
            END-IF
            WRITE totales-rec
            CLOSE totales-file
            MOVE '+' TO tt-signo.

       normaliza-parametros.
      * la misma normalizacion de campos cortos que hace rutinas_18
            IF pg-umbral NOT NUMERIC
            END-IF
            IF pg-capacidad-pct NOT NUMERIC
                MOVE 0 TO pg-capacidad-pct
            END-IF
            IF pg-validez-dias NOT NUMERIC
                MOVE 0 TO pg-validez-dias
            END-IF
            IF pg-tier-a-miles NOT NUMERIC
                MOVE 0 TO pg-tier-a-miles
            END-IF
            IF pg-tier-b-miles NOT NUMERIC
                MOVE 0 TO pg-tier-b-miles
            END-IF
            IF pg-jornada-minutos NOT NUMERIC
                MOVE 0 TO pg-jornada-minutos
            END-IF
            IF pg-extra-pct NOT NUMERIC
                MOVE 0 TO pg-extra-pct
            END-IF
            IF pg-vacaciones-dias NOT NUMERIC
                MOVE 0 TO pg-vacaciones-dias
                MOVE 0 TO pg-descuadre-max
            END-IF
            IF pg-descuadre-max NOT NUMERIC
                MOVE 0 TO pg-descuadre-max
            END-IF
            IF pg-inusual-puntos NOT NUMERIC
                MOVE 0 TO pg-inusual-puntos
            END-IF
            IF pg-inusual-limite NOT NUMERIC
                MOVE 0 TO pg-inusual-limite
            END-IF
            IF pg-bloqueo-minutos NOT NUMERIC
                MOVE 0 TO pg-bloqueo-minutos
            END-IF.

       toma-bloqueo.
      * bloqueo del registro antes de editarlo (bloqueo.cpy): si lo
      * tiene otro operador se dice quien y desde cuando, y se deja
      * esperar y reintentar o abandonar; cada conflicto queda en
      * bloqueos_conflictos.log (bloqueo_conflicto.cpy)
            PERFORM lee-bloqueo-minutos
            MOVE 'N' TO ws-bloqueo-sw
            PERFORM intenta-bloqueo
                UNTIL ws-bloqueo-tomado OR ws-bloqueo-abandonado.

       lee-bloqueo-minutos.
            MOVE 30 TO ws-bloqueo-minutos-max
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    NOT AT END
                        IF pg-bloqueo-minutos NUMERIC
                                AND pg-bloqueo-minutos > 0
                            MOVE pg-bloqueo-minutos
                                TO ws-bloqueo-minutos-max
                        END-IF
                END-READ
                CLOSE parametros-file
            END-IF.

       intenta-bloqueo.
            MOVE 'N' TO ws-bloqueo-conflicto-sw
            OPEN I-O bloqueos-file
            IF fs-bloqueos-fichero-no-existe
                OPEN OUTPUT bloqueos-file
                CLOSE bloqueos-file
                OPEN I-O bloqueos-file
            END-IF
            IF NOT fs-bloqueos-ok
      * sin fichero de bloqueos utilizable no se impide trabajar
                SET ws-bloqueo-tomado TO TRUE
            ELSE
                MOVE ws-bloqueo-fichero TO bq-fichero
                MOVE ws-bloqueo-registro TO bq-registro
                READ bloqueos-file
                    INVALID KEY
                        PERFORM graba-bloqueo
                    NOT INVALID KEY
                        PERFORM revisa-bloqueo
                END-READ
                CLOSE bloqueos-file
            END-IF
            IF ws-bloqueo-conflicto
                PERFORM conflicto-bloqueo
            END-IF.

       graba-bloqueo.
            MOVE ws-operador-id TO bq-operador
            MOVE ws-bloqueo-programa TO bq-programa
            ACCEPT bq-fecha FROM DATE YYYYMMDD
            ACCEPT bq-hora FROM TIME
            WRITE bloqueo-rec
                INVALID KEY
      * otra sesion lo ha puesto entre la lectura y la grabacion;
      * la siguiente vuelta lo encuentra y es un conflicto
                    CONTINUE
                NOT INVALID KEY
                    SET ws-bloqueo-tomado TO TRUE
            END-WRITE.

       revisa-bloqueo.
            IF bq-operador = ws-operador-id
      * un bloqueo propio (de una sesion caida del mismo operador)
      * se renueva sin mas
                PERFORM renueva-bloqueo
            ELSE
                MOVE bq-operador TO ws-bloqueo-titular
                MOVE bq-programa TO ws-bloqueo-titular-prog
                MOVE bq-fecha TO ws-bloqueo-titular-fecha
                MOVE bq-hora TO ws-bloqueo-titular-hora
                PERFORM calcula-edad-bloqueo
                IF ws-bloqueo-edad NOT < ws-bloqueo-minutos-max
                    DISPLAY "aviso: se libera el bloqueo caducado del "
                            "operador " ws-bloqueo-titular
                    MOVE "CADUCADO" TO bc-resultado
                    PERFORM graba-conflicto-bloqueo
                    PERFORM renueva-bloqueo
                ELSE
                    SET ws-bloqueo-conflicto TO TRUE
                END-IF
            END-IF.

       renueva-bloqueo.
            MOVE ws-operador-id TO bq-operador
            MOVE ws-bloqueo-programa TO bq-programa
            ACCEPT bq-fecha FROM DATE YYYYMMDD
            ACCEPT bq-hora FROM TIME
            REWRITE bloqueo-rec
            SET ws-bloqueo-tomado TO TRUE.

       calcula-edad-bloqueo.
      * minutos reales entre la toma del bloqueo y ahora; el dia
      * va por fecha juliana, para que un cambio de mes o de ano
      * no envejezca ni rejuvenezca un bloqueo vivo
            MOVE bq-fecha TO ws-bloqueo-fecha
            MOVE bq-hora TO ws-bloqueo-hora
            COMPUTE ws-bloqueo-min-antes =
                FUNCTION INTEGER-OF-DATE(ws-bloqueo-fecha-num) * 1440
                + bh-hh * 60 + bh-mi
            ACCEPT ws-bloqueo-fecha FROM DATE YYYYMMDD
            ACCEPT ws-bloqueo-hora FROM TIME
            COMPUTE ws-bloqueo-min-ahora =
                FUNCTION INTEGER-OF-DATE(ws-bloqueo-fecha-num) * 1440
                + bh-hh * 60 + bh-mi
            COMPUTE ws-bloqueo-edad =
                ws-bloqueo-min-ahora - ws-bloqueo-min-antes.

       conflicto-bloqueo.
            DISPLAY "registro en uso por el operador "
                    ws-bloqueo-titular " (" ws-bloqueo-titular-prog
                    ") desde "
                    ws-bloqueo-titular-fecha " "
                    ws-bloqueo-titular-hora(1:4)
            DISPLAY "(E)sperar y reintentar o (A)bandonar?"
            ACCEPT ws-bloqueo-respuesta
            IF ws-bloqueo-respuesta = 'A'
                    OR ws-bloqueo-respuesta = 'a'
                MOVE "ABANDONA" TO bc-resultado
                SET ws-bloqueo-abandonado TO TRUE
                PERFORM graba-conflicto-bloqueo
            ELSE
                MOVE "ESPERA" TO bc-resultado
                PERFORM graba-conflicto-bloqueo
                DISPLAY "pulsa intro para reintentar"
                ACCEPT ws-bloqueo-respuesta
            END-IF.

       graba-conflicto-bloqueo.
            ACCEPT bc-fecha FROM DATE YYYYMMDD
            ACCEPT bc-hora FROM TIME
            MOVE ws-bloqueo-fichero TO bc-fichero
            MOVE ws-bloqueo-registro TO bc-registro
            MOVE ws-operador-id TO bc-operador
            MOVE ws-bloqueo-programa TO bc-programa
            MOVE ws-bloqueo-titular TO bc-titular
            MOVE ws-bloqueo-titular-prog TO bc-titular-prog
            OPEN EXTEND bloq-conflicto-file
            IF fs-bloq-conflicto-fichero-no-existe
                OPEN OUTPUT bloq-conflicto-file
            END-IF
            MOVE ws-conflicto-linea TO bloq-conflicto-rec
            WRITE bloq-conflicto-rec
            CLOSE bloq-conflicto-file.

       verifica-bloqueo.
      * tras una edicion larga el bloqueo puede haber caducado y
      * estar ya en manos de otro operador: entonces no se graba
            MOVE 'N' TO ws-bloqueo-sw
            OPEN INPUT bloqueos-file
            IF NOT fs-bloqueos-ok
                SET ws-bloqueo-tomado TO TRUE
            ELSE
                MOVE ws-bloqueo-fichero TO bq-fichero
                MOVE ws-bloqueo-registro TO bq-registro
                READ bloqueos-file
                    INVALID KEY
                        SET ws-bloqueo-tomado TO TRUE
                    NOT INVALID KEY
                        IF bq-operador = ws-operador-id
                            SET ws-bloqueo-tomado TO TRUE
                        ELSE
                            MOVE bq-operador TO ws-bloqueo-titular
                        END-IF
                END-READ
                CLOSE bloqueos-file
            END-IF.

       libera-bloqueo.
            OPEN I-O bloqueos-file
            IF fs-bloqueos-ok
                MOVE ws-bloqueo-fichero TO bq-fichero
                MOVE ws-bloqueo-registro TO bq-registro
                READ bloqueos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF bq-operador = ws-operador-id
                            DELETE bloqueos-file
                        END-IF
                END-READ
                CLOSE bloqueos-file
            END-IF.

       libera-bloqueos-programa.
      * suelta todos los bloqueos de ws-bloqueo-fichero que tiene
      * este operador con este programa (los de un barrido entero)
            MOVE 'N' TO ws-bloqueos-eof-sw
            OPEN I-O bloqueos-file
            IF fs-bloqueos-ok
                MOVE ws-bloqueo-fichero TO bq-fichero
                MOVE LOW-VALUES TO bq-registro
                START bloqueos-file KEY IS NOT LESS THAN bq-clave
                    INVALID KEY
                        SET ws-bloqueos-eof TO TRUE
                END-START
                PERFORM libera-siguiente-bloqueo
                    UNTIL ws-bloqueos-eof
                CLOSE bloqueos-file
            END-IF.

       libera-siguiente-bloqueo.
            READ bloqueos-file NEXT RECORD
                AT END
                    SET ws-bloqueos-eof TO TRUE
                NOT AT END
                    IF bq-fichero NOT = ws-bloqueo-fichero
                        SET ws-bloqueos-eof TO TRUE
                    ELSE
                        IF bq-operador = ws-operador-id
                                AND bq-programa = ws-bloqueo-programa
                            DELETE bloqueos-file
                        END-IF
                    END-IF
            END-READ.

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

       END PROGRAM rutinas_57.
