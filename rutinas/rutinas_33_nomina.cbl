      *     normalization rutinas_18 applies to short parameter
      *     records, so old records appear on the nomina at zero pay
      *     instead of aborting the run.
      *   - pays the month's sales commissions: when rutinas_85 has
      *     left comisiones_AAAAMM.dat for the period, each employee
      *     with a commission gets it as a separate COMISION line on
      *     nomina_AAAAMM.dat and on the summary, included in the
      *     nomina total.
      *   - statutory deductions and net pay: each employee now gets
      *     one nomina line (nomina_detalle.cpy) with the month's
      *     pay, the commission, the gross, the income-tax
      *     withholding, the social-security contribution and the
      *     net. The deductions in force on the first day of the
      *     period come from deducciones.dat (progressive
      *     withholding brackets and the contribution rate); an
      *     employee with an own percentage in
      *     retenciones_empleado.dat is withheld at that rate
      *     instead of the brackets. The commission is no longer a
      *     separate line: it is a column of the employee's line, and
      *     an employee who only has commission gets a COMISION line.
      *     The summary shows gross and net per employee and the
      *     deduction totals.
      *   - pays the month's approved overtime: when the attendance
      *     report (rutinas_100) left horas_extra_AAAAMM.dat and its
      *     HORAS EXTRA request for the period has been approved in
      *     rutinas_57, each employee's overtime minutes are paid at
      *     the ordinary hourly rate (emp-salario over the month's
      *     theoretical hours) raised by pg-extra-pct (150 when not
      *     set), in a new nd-extra column included in the gross;
      *     an employee who only has overtime gets an EXTRAS line.
      *     Overtime still pending approval is not paid and is
      *     reported so.
      *   - unpaid leave: the approved unpaid leave (ausencias.dat,
      *     type N, from rutinas_101) falling inside the period is
      *     deducted from the month's pay, by calendar days over the
      *     same commercial 30-day month as the pro-rata, up to the
      *     baja day for a leaver. The days go in a new
      *     nd-dias-sin-sueldo column; a full month's pay reduced
      *     this way is typed PERMISO.
      *   - reimburses the approved expense claims (gastos.dat, from
      *     rutinas_103) not yet paid: each employee's claims go in
      *     a new nd-gastos column, outside the gross and free of
      *     withholding but added to the net; the claims are then
      *     marked paid with the period. An employee who only has
      *     claims gets a GASTOS line.
      *   - pays the arrears of the approved salary reviews
      *     (atrasos_salariales.dat, left by rutinas_57): for every
      *     month from the review's effective date up to the period
      *     already paid at the old salary on its nomina_AAAAMM.dat,
      *     the difference between the new salary and the old one,
      *     in the same proportion as that month's pay (pro-rata,
      *     unpaid leave). The arrears go in a new nd-atrasos column
      *     included in the gross, the record widens to 171, and the
      *     arrears are marked paid with the period. An employee who
      *     only has arrears gets an ATRASOS line.
      *   - the commissions, approved overtime and unpaid expense claims
      *     are no longer held in fixed tables (500 and 1000 entries)
      *     that dropped what did not fit: they are sorted by employee
      *     and merged with empleados.dat, read in key order, so every
      *     line read is paid. The expense claims paid go to
      *     nomina_gastos_pagados.dat and are marked paid from it. A
      *     pending-arrears table or an IRPF bracket table too small for
      *     what was read now stops the run with return code 8 and an
      *     excepciones.log entry before nomina_AAAAMM.dat is written,
      *     so the month is not locked with part of the pay missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_33.
           SELECT resumen-file ASSIGN DYNAMIC ws-nombre-resumen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resumen-status.
           SELECT comisiones-file ASSIGN DYNAMIC ws-nombre-comisiones
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comisiones-status.
           SELECT deducciones-file ASSIGN TO "deducciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS de-clave
               FILE STATUS IS ws-de-status.
           SELECT retenciones-file ASSIGN TO "retenciones_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ir-emp-id
               FILE STATUS IS ws-ir-status.
           SELECT horas-extra-file ASSIGN DYNAMIC ws-nombre-extra
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extra-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
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
           SELECT atrasos-file ASSIGN TO "atrasos_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS at-clave
               FILE STATUS IS ws-at-status.
           SELECT nomina-ant-file ASSIGN DYNAMIC ws-nombre-anterior
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-ant-status.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.
           SELECT orden-file ASSIGN TO "SORTWK1".
           SELECT trabajo-file ASSIGN TO "nomina_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trabajo-status.
           SELECT pagados-file ASSIGN TO "nomina_gastos_pagados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pagados-status.

       DATA DIVISION.
       FILE SECTION.
       COPY empleado.

       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  resumen-file.
       01  resumen-rec pic x(80).

       FD  comisiones-file.
       01  comisiones-rec pic x(60).

       FD  deducciones-file.
       COPY deduccion.

       FD  retenciones-file.
       COPY retencion_empleado.

       FD  horas-extra-file.
       01  horas-extra-rec pic x(40).

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  ausencias-file.
       COPY ausencia.

       FD  gastos-file.
       COPY gasto.

       FD  atrasos-file.
       COPY atraso_salarial.

       FD  nomina-ant-file.
       01  nomina-ant-rec pic x(171).

       FD  parametros-file.
       COPY parametros.

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

      * or-tipo: 'C' comision del periodo, 'X' horas extra aprobadas,
      * 'G' nota de gastos aprobada y sin pagar
       SD  orden-file.
       01  orden-rec.
           05 or-emp-id    pic 9(6).
           05 or-tipo      pic x(1).
           05 or-ga-id     pic 9(6).
           05 or-importe   pic 9(7)v99.
           05 or-extra     pic 9(5).
           05 or-teoricos  pic 9(5).

       FD  trabajo-file.
       01  trabajo-rec.
           05 mv-emp-id    pic 9(6).
           05 mv-tipo      pic x(1).
               88 mv-comision value 'C'.
               88 mv-extra    value 'X'.
               88 mv-gasto    value 'G'.
           05 mv-ga-id     pic 9(6).
           05 mv-importe   pic 9(7)v99.
           05 mv-extra-min pic 9(5).
           05 mv-teoricos  pic 9(5).

      * notas de gastos reembolsadas en esta nomina, para marcarlas
      * pagadas al terminar
       FD  pagados-file.
       01  pagados-rec pic 9(6).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-comisiones-status==
                              ==:FS-PREFIJO:== BY ==fs-comisiones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-de-status==
                              ==:FS-PREFIJO:== BY ==fs-de==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ir-status==
                              ==:FS-PREFIJO:== BY ==fs-ir==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-extra-status==
                              ==:FS-PREFIJO:== BY ==fs-extra==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-au-status==
                              ==:FS-PREFIJO:== BY ==fs-au==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ga-status==
                              ==:FS-PREFIJO:== BY ==fs-ga==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-at-status==
                              ==:FS-PREFIJO:== BY ==fs-at==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-nomina-ant-status==
                     ==:FS-PREFIJO:== BY ==fs-nomina-ant==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-trabajo-status==
                              ==:FS-PREFIJO:== BY ==fs-trabajo==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pagados-status==
                              ==:FS-PREFIJO:== BY ==fs-pagados==.
       COPY excepcion.
       COPY comision.
       COPY nomina_detalle.
       COPY horas_extra.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-resumen pic x(40).
       01 ws-nombre-comisiones pic x(40).
       01 ws-nombre-extra pic x(40).
       01 ws-periodo pic 9(6).
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-pagados pic 9(5) value 0.
       01 ws-prorrateados pic 9(5) value 0.
       01 ws-total-nomina pic 9(9)v99 value 0.
       01 ws-comisionados pic 9(5) value 0.
      * comisiones, horas extra y gastos ordenados por empleado
       01 ws-trabajo-eof-sw pic x value 'N'.
           88 ws-trabajo-eof value 'Y'.
       01 ws-pagados-eof-sw pic x value 'N'.
           88 ws-pagados-eof value 'Y'.
      * una tabla de atrasos o de tramos que no da para todo lo leido
      * detiene la nomina: no se paga un mes a medias
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * comisiones del periodo que dejo rutinas_85
       01 ws-com-eof-sw pic x value 'N'.
           88 ws-com-eof value 'Y'.
       01 ws-comision-emp pic 9(7)v99.
      * horas extra del periodo que dejo rutinas_100, solo si su
      * solicitud HORAS EXTRA esta aprobada
       01 ws-extra-pct pic 9(3) value 150.
       01 ws-apr-eof-sw pic x value 'N'.
           88 ws-apr-eof value 'Y'.
       01 ws-extra-estado pic x(1) value SPACE.
           88 ws-extra-sin-solicitud value SPACE.
           88 ws-extra-pendiente     value 'P'.
           88 ws-extra-aprobada      value 'A'.
           88 ws-extra-rechazada     value 'R'.
       01 ws-ext-eof-sw pic x value 'N'.
           88 ws-ext-eof value 'Y'.
       01 ws-min-extra-emp pic 9(7).
       01 ws-min-teoricos-emp pic 9(5).
       01 ws-extra-emp pic 9(7)v99.
       01 ws-con-extras pic 9(5) value 0.
       01 ws-total-extra pic 9(9)v99 value 0.
       01 ws-tipo-paga pic x(8).
      * notas de gastos aprobadas y aun sin pagar
       01 ws-ga-eof-sw pic x value 'N'.
           88 ws-ga-eof value 'Y'.
       01 ws-gastos-emp pic 9(7)v99.
       01 ws-con-gastos pic 9(5) value 0.
       01 ws-total-gastos pic 9(9)v99 value 0.
       01 ws-notas-pagadas pic 9(5) value 0.
      * atrasos pendientes de las revisiones salariales aplicadas
       01 ws-at-eof-sw pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01 ws-atr-max pic 9(4) value 1000.
       01 ws-atr-usados pic 9(4) value 0.
       01 ws-atr-idx pic 9(4).
       01 ws-atr-tabla.
           05 ws-atr-entrada occurs 1000 times.
               10 ta-emp-id          pic 9(6).
               10 ta-fecha-efecto    pic 9(8).
               10 ta-periodo-efecto  pic 9(6).
               10 ta-anterior        pic 9(7)v99.
               10 ta-nuevo           pic 9(7)v99.
               10 ta-importe         pic 9(7)v99.
               10 ta-meses           pic 9(2).
               10 ta-pagar-sw        pic x(1).
                   88 ta-pagar value 'S'.
       01 ws-atr-desde pic 9(6).
       01 ws-atr-periodo pic 9(6).
       01 ws-atr-periodo-partes redefines ws-atr-periodo.
           05 ap-aaaa pic 9(4).
           05 ap-mm   pic 9(2).
       01 ws-nombre-anterior pic x(40).
       01 ws-ant-eof-sw pic x value 'N'.
           88 ws-ant-eof value 'Y'.
       01 ws-ant-salario pic 9(7)v99.
       01 ws-ant-paga pic 9(7)v99.
       01 ws-atrasos-emp pic 9(7)v99.
       01 ws-con-atrasos pic 9(5) value 0.
       01 ws-total-atrasos pic 9(9)v99 value 0.
       01 ws-atrasos-liquidados pic 9(5) value 0.
      * permisos sin sueldo aprobados que caen en el periodo
       01 ws-ausencias-sw pic x value 'N'.
           88 ws-hay-ausencias value 'Y'.
       01 ws-au-eof-sw pic x value 'N'.
           88 ws-au-eof value 'Y'.
       01 ws-periodo-anio pic 9(4).
       01 ws-periodo-desde pic 9(8).
       01 ws-periodo-hasta pic 9(8).
       01 ws-permiso-desde pic 9(2).
       01 ws-permiso-hasta pic 9(2).
       01 ws-dias-sin-sueldo pic 9(2).
       01 ws-descuento-permiso pic 9(7)v99.
       01 ws-con-permiso pic 9(5) value 0.
       01 ws-total-dias-permiso pic 9(5) value 0.
      * deducciones vigentes el primer dia del periodo
       01 ws-fecha-vigencia pic 9(8).
       01 ws-de-eof-sw pic x value 'N'.
           88 ws-de-eof value 'Y'.
       01 ws-retenciones-sw pic x value 'N'.
           88 ws-hay-retenciones value 'Y'.
       01 ws-tramos-desde pic 9(8) value 0.
       01 ws-tramos-count pic 9(2) value 0.
       01 ws-tramos-idx pic 9(2).
       01 ws-tramos-desborde-sw pic x value 'N'.
           88 ws-tramos-desborde value 'Y'.
       01 ws-tramos-tabla.
           05 ws-tramo-entrada occurs 20 times.
               10 tq-hasta pic 9(7)v99.
               10 tq-pct   pic 9(2)v99.
       01 ws-ss-pct pic 9(2)v99 value 0.
       01 ws-encontrado-ret-sw pic x value 'N'.
           88 ws-encontrado-ret value 'Y'.
       01 ws-tramo-fin-sw pic x value 'N'.
           88 ws-tramo-fin value 'Y'.
       01 ws-base-anterior pic 9(7)v99.
       01 ws-parte-tramo pic 9(7)v99.
       01 ws-irpf-calc pic 9(7)v9999.
       01 ws-bruto pic 9(7)v99.
       01 ws-irpf pic 9(7)v99.
       01 ws-ss pic 9(7)v99.
       01 ws-neto pic 9(7)v99.
       01 ws-total-irpf pic 9(9)v99 value 0.
       01 ws-total-ss pic 9(9)v99 value 0.
       01 ws-total-neto pic 9(9)v99 value 0.
       01 ws-cabecera-resumen.
           05 filler       pic x(26)
               value "RESUMEN DE NOMINA PERIODO ".
           05 rn-paga      pic z(6)9.99.
           05 filler       pic x(1) value SPACE.
           05 rn-tipo      pic x(8).
           05 filler       pic x(1) value SPACE.
           05 rn-neto      pic z(6)9.99.
       01 ws-linea-total.
           05 filler       pic x(17) value "TOTAL EMPLEADOS: ".
           05 lt-pagados   pic zzzz9.
           05 filler       pic x(15) value "  TOTAL NOMINA:".
           05 lt-total     pic z(8)9.99.
       01 ws-linea-total-deducciones.
           05 filler       pic x(12) value "TOTAL IRPF: ".
           05 ld-irpf      pic z(8)9.99.
           05 filler       pic x(17) value "  TOTAL S.SOCIAL:".
           05 ld-ss        pic z(8)9.99.
           05 filler       pic x(13) value "  TOTAL NETO:".
           05 ld-neto      pic z(8)9.99.
       01 ws-linea-total-extra.
           05 filler       pic x(22) value "HORAS EXTRA PAGADAS A ".
           05 le-empleados pic zzzz9.
           05 filler       pic x(13) value " EMPLEADOS:  ".
           05 le-total     pic z(8)9.99.
       01 ws-linea-total-gastos.
           05 filler       pic x(22) value "GASTOS REEMBOLSADOS A ".
           05 lg-empleados pic zzzz9.
           05 filler       pic x(13) value " EMPLEADOS:  ".
           05 lg-total     pic z(8)9.99.
       01 ws-linea-total-atrasos.
           05 filler       pic x(22) value "ATRASOS DE REVISION A ".
           05 la-empleados pic zzzz9.
           05 filler       pic x(13) value " EMPLEADOS:  ".
           05 la-total     pic z(8)9.99.
       01 ws-linea-total-permiso.
           05 filler       pic x(28)
               value "PERMISOS SIN SUELDO:        ".
           05 lp-empleados pic zzzz9.
           05 filler       pic x(16) value " EMPLEADOS, DIAS".
           05 filler       pic x(1) value SPACE.
           05 lp-dias      pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE SPACES TO ws-nombre-resumen
            STRING "nomina_resumen_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-resumen
            MOVE SPACES TO ws-nombre-comisiones
            STRING "comisiones_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-comisiones
            MOVE SPACES TO ws-nombre-extra
            STRING "horas_extra_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-extra

      * idempotencia: si el detalle del periodo ya existe, este mes
      * ya se liquido y no se vuelve a pagar
                GO TO fin-programa
            END-IF

            SORT orden-file
                ON ASCENDING KEY or-emp-id or-tipo or-ga-id
                INPUT PROCEDURE IS carga-movimientos
                GIVING trabajo-file
            PERFORM carga-atrasos
            PERFORM carga-deducciones
            IF ws-tabla-llena
                DISPLAY "ERROR: la nomina del periodo " ws-periodo
                        " no se genera, revise los avisos anteriores"
                MOVE "nomina" TO ws-exc-campo
                MOVE "tabla de trabajo llena" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT retenciones-file
            IF fs-ir-ok
                SET ws-hay-retenciones TO TRUE
            END-IF
            COMPUTE ws-periodo-desde = ws-periodo * 100 + 1
            COMPUTE ws-periodo-hasta = ws-periodo * 100 + 31
            OPEN INPUT ausencias-file
            IF fs-au-ok
                SET ws-hay-ausencias TO TRUE
            END-IF

            OPEN INPUT trabajo-file
            PERFORM lee-trabajo
            OPEN OUTPUT pagados-file
            OPEN OUTPUT nomina-file
            OPEN OUTPUT resumen-file
            MOVE ws-periodo TO cr-periodo
            MOVE ws-total-nomina TO lt-total
            MOVE ws-linea-total TO resumen-rec
            WRITE resumen-rec
            MOVE ws-total-irpf TO ld-irpf
            MOVE ws-total-ss TO ld-ss
            MOVE ws-total-neto TO ld-neto
            MOVE ws-linea-total-deducciones TO resumen-rec
            WRITE resumen-rec
            IF ws-con-extras > 0
                MOVE ws-con-extras TO le-empleados
                MOVE ws-total-extra TO le-total
                MOVE ws-linea-total-extra TO resumen-rec
                WRITE resumen-rec
            END-IF
            IF ws-con-atrasos > 0
                MOVE ws-con-atrasos TO la-empleados
                MOVE ws-total-atrasos TO la-total
                MOVE ws-linea-total-atrasos TO resumen-rec
                WRITE resumen-rec
            END-IF
            IF ws-con-gastos > 0
                MOVE ws-con-gastos TO lg-empleados
                MOVE ws-total-gastos TO lg-total
                MOVE ws-linea-total-gastos TO resumen-rec
                WRITE resumen-rec
            END-IF
            IF ws-con-permiso > 0
                MOVE ws-con-permiso TO lp-empleados
                MOVE ws-total-dias-permiso TO lp-dias
                MOVE ws-linea-total-permiso TO resumen-rec
                WRITE resumen-rec
            END-IF
            CLOSE resumen-file
            IF ws-hay-retenciones
                CLOSE retenciones-file
            END-IF
            IF ws-hay-ausencias
                CLOSE ausencias-file
            END-IF
            CLOSE nomina-file
            CLOSE empleados-file
            CLOSE trabajo-file
            CLOSE pagados-file
            IF ws-con-gastos > 0
                PERFORM marca-gastos-pagados
            END-IF
            IF ws-atr-usados > 0
                PERFORM marca-atrasos-pagados
            END-IF
            DISPLAY "nomina del periodo " ws-periodo ": "
                    ws-pagados " empleados pagados ("
                    ws-prorrateados " prorrateados)"
            IF ws-comisionados > 0
                DISPLAY ws-comisionados " comisiones de venta pagadas"
            END-IF
            IF ws-con-extras > 0
                DISPLAY ws-con-extras " empleados con horas extra "
                        "pagadas"
            END-IF
            IF ws-atrasos-liquidados > 0
                DISPLAY ws-atrasos-liquidados " atrasos de revision "
                        "salarial liquidados, pagados a "
                        ws-con-atrasos " empleados"
            END-IF
            IF ws-con-gastos > 0
                DISPLAY ws-notas-pagadas " notas de gastos "
                        "reembolsadas a " ws-con-gastos " empleados"
            END-IF
            IF ws-con-permiso > 0
                DISPLAY ws-con-permiso " empleados con permiso sin "
                        "sueldo descontado"
            END-IF.

       fin-programa.
            STOP RUN.
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    MOVE 0 TO ws-paga
                    MOVE SPACES TO ws-tipo-paga
                    PERFORM recoge-movimientos
                    PERFORM calcula-paga-empleado
                    PERFORM busca-comision-empleado
                    PERFORM calcula-extra-empleado
                    PERFORM calcula-atrasos-empleado
                    PERFORM calcula-gastos-empleado
                    IF ws-tipo-paga NOT = SPACES
                            OR ws-comision-emp > 0
                            OR ws-extra-emp > 0
                            OR ws-atrasos-emp > 0
                            OR ws-gastos-emp > 0
                        PERFORM calcula-deducciones
                        PERFORM graba-paga-empleado
                    END-IF
            END-READ.

       carga-movimientos.
      * entrada de la ordenacion: comisiones, horas extra aprobadas y
      * notas de gastos pendientes, sin limite de volumen
            PERFORM carga-comisiones
            PERFORM carga-horas-extra
            PERFORM carga-gastos.

       carga-comisiones.
      * sin fichero de comisiones del periodo no hay nada que pagar
            OPEN INPUT comisiones-file
            IF fs-comisiones-ok
                PERFORM lee-comision UNTIL ws-com-eof
                CLOSE comisiones-file
            END-IF.

       lee-comision.
            READ comisiones-file
                AT END
                    SET ws-com-eof TO TRUE
                NOT AT END
                    MOVE comisiones-rec TO ws-comision-linea
                    IF cm-importe > 0
                        MOVE cm-emp-id TO or-emp-id
                        MOVE 'C' TO or-tipo
                        MOVE 0 TO or-ga-id
                        MOVE cm-importe TO or-importe
                        MOVE 0 TO or-extra
                        MOVE 0 TO or-teoricos
                        RELEASE orden-rec
                    END-IF
            END-READ.

       recoge-movimientos.
      * el fichero ordenado va por empleado, igual que empleados.dat
      * por su clave: se saltan los movimientos de empleados que ya
      * no estan en el maestro y se suman los del empleado leido
            MOVE 0 TO ws-comision-emp
            MOVE 0 TO ws-min-extra-emp
            MOVE 0 TO ws-min-teoricos-emp
            MOVE 0 TO ws-gastos-emp
            PERFORM lee-trabajo
                UNTIL ws-trabajo-eof OR mv-emp-id >= emp-id
            PERFORM suma-movimiento
                UNTIL ws-trabajo-eof OR mv-emp-id NOT = emp-id.

       suma-movimiento.
            EVALUATE TRUE
                WHEN mv-comision
                    ADD mv-importe TO ws-comision-emp
                WHEN mv-extra
                    ADD mv-extra-min TO ws-min-extra-emp
                    MOVE mv-teoricos TO ws-min-teoricos-emp
                WHEN mv-gasto
                    ADD mv-importe TO ws-gastos-emp
                    MOVE mv-ga-id TO pagados-rec
                    WRITE pagados-rec
            END-EVALUATE
            PERFORM lee-trabajo.

       lee-trabajo.
            READ trabajo-file
                AT END
                    SET ws-trabajo-eof TO TRUE
            END-READ.

       busca-comision-empleado.
      * la comision se devenga con la venta: se paga aunque el
      * empleado ya este de baja
            IF ws-comision-emp > 0
                ADD 1 TO ws-comisionados
                IF ws-tipo-paga = SPACES
                    MOVE "COMISION" TO ws-tipo-paga
                END-IF
            END-IF.

       carga-horas-extra.
      * las horas extra se pagan solo con la solicitud del periodo
      * aprobada; pendientes o rechazadas se quedan fuera y se avisa
            PERFORM lee-extra-pct
            PERFORM busca-solicitud-extra
            EVALUATE TRUE
                WHEN ws-extra-aprobada
                    OPEN INPUT horas-extra-file
                    IF fs-extra-ok
                        PERFORM lee-horas-extra UNTIL ws-ext-eof
                        CLOSE horas-extra-file
                    ELSE
                        DISPLAY "aviso: horas extra aprobadas pero no "
                                "se encontro " ws-nombre-extra
                    END-IF
                WHEN ws-extra-pendiente
                    DISPLAY "aviso: las horas extra del periodo estan "
                            "pendientes de aprobacion y no se pagan"
                WHEN ws-extra-rechazada
                    DISPLAY "aviso: las horas extra del periodo se "
                            "rechazaron y no se pagan"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       lee-extra-pct.
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    NOT AT END
                        IF pg-extra-pct IS NUMERIC
                            IF pg-extra-pct > 0
                                MOVE pg-extra-pct TO ws-extra-pct
                            END-IF
                        END-IF
                END-READ
                CLOSE parametros-file
            END-IF.

       busca-solicitud-extra.
      * vale la ultima solicitud HORAS EXTRA del periodo
            OPEN INPUT aprobaciones-file
            IF fs-aprobaciones-ok
                MOVE LOW-VALUES TO apr-id
                START aprobaciones-file KEY IS NOT LESS THAN apr-id
                    INVALID KEY
                        SET ws-apr-eof TO TRUE
                END-START
                PERFORM lee-aprobacion UNTIL ws-apr-eof
                CLOSE aprobaciones-file
            END-IF.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-apr-eof TO TRUE
                NOT AT END
                    IF apr-tipo = "HORAS EXTRA"
                            AND apr-detalle1(1:6) = ws-periodo
                        MOVE apr-estado-sw TO ws-extra-estado
                    END-IF
            END-READ.

       lee-horas-extra.
            READ horas-extra-file
                AT END
                    SET ws-ext-eof TO TRUE
                NOT AT END
                    MOVE horas-extra-rec TO ws-horas-extra-linea
                    IF hx-minutos-extra > 0 AND hx-minutos-teoricos > 0
                        MOVE hx-emp-id TO or-emp-id
                        MOVE 'X' TO or-tipo
                        MOVE 0 TO or-ga-id
                        MOVE 0 TO or-importe
                        MOVE hx-minutos-extra TO or-extra
                        MOVE hx-minutos-teoricos TO or-teoricos
                        RELEASE orden-rec
                    END-IF
            END-READ.

       calcula-extra-empleado.
      * hora ordinaria = salario del mes / horas teoricas del mes;
      * la extra se paga a ese precio con el recargo de pg-extra-pct
            MOVE 0 TO ws-extra-emp
            IF ws-min-extra-emp > 0 AND ws-min-teoricos-emp > 0
                COMPUTE ws-extra-emp ROUNDED =
                    ws-salario-mes * ws-min-extra-emp
                    * ws-extra-pct
                    / (ws-min-teoricos-emp * 100)
                IF ws-extra-emp > 0
                    ADD 1 TO ws-con-extras
                    ADD ws-extra-emp TO ws-total-extra
                    IF ws-tipo-paga = SPACES
                        MOVE "EXTRAS" TO ws-tipo-paga
                    END-IF
                END-IF
            END-IF.

       carga-gastos.
      * las notas aprobadas y aun sin pagar, de cualquier fecha: se
      * reembolsan en la primera nomina que se genere
            OPEN INPUT gastos-file
            IF fs-ga-ok
                MOVE 0 TO ga-id
                START gastos-file KEY IS NOT LESS THAN ga-id
                    INVALID KEY
                        SET ws-ga-eof TO TRUE
                END-START
                PERFORM lee-gasto UNTIL ws-ga-eof
                CLOSE gastos-file
            END-IF.

       lee-gasto.
            READ gastos-file NEXT RECORD
                AT END
                    SET ws-ga-eof TO TRUE
                NOT AT END
                    IF ga-aprobado
                        MOVE ga-emp-id TO or-emp-id
                        MOVE 'G' TO or-tipo
                        MOVE ga-id TO or-ga-id
                        MOVE ga-importe TO or-importe
                        MOVE 0 TO or-extra
                        MOVE 0 TO or-teoricos
                        RELEASE orden-rec
                    END-IF
            END-READ.

       calcula-gastos-empleado.
      * los gastos no son salario: van aparte del bruto
            IF ws-gastos-emp > 0
                ADD 1 TO ws-con-gastos
                ADD ws-gastos-emp TO ws-total-gastos
                IF ws-tipo-paga = SPACES
                    MOVE "GASTOS" TO ws-tipo-paga
                END-IF
            END-IF.

       marca-gastos-pagados.
      * las notas reembolsadas quedan pagadas con el periodo, para
      * que la nomina siguiente no las vuelva a pagar
            OPEN I-O gastos-file
            IF fs-ga-ok
                OPEN INPUT pagados-file
                PERFORM marca-gasto-pagado UNTIL ws-pagados-eof
                CLOSE pagados-file
                CLOSE gastos-file
            END-IF.

       marca-gasto-pagado.
            READ pagados-file
                AT END
                    SET ws-pagados-eof TO TRUE
                NOT AT END
                    MOVE pagados-rec TO ga-id
                    READ gastos-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF ga-aprobado
                                SET ga-pagado TO TRUE
                                MOVE ws-periodo TO ga-periodo-pago
                                REWRITE gasto-rec
                                ADD 1 TO ws-notas-pagadas
                            END-IF
                    END-READ
            END-READ.

       carga-atrasos.
      * los atrasos pendientes con efecto hasta el periodo; los meses
      * desde el efecto mas antiguo hasta el anterior al periodo se
      * recorren en sus nominas para ver cuales se pagaron al
      * salario anterior
            OPEN INPUT atrasos-file
            IF fs-at-ok
                MOVE ws-periodo TO ws-atr-desde
                MOVE LOW-VALUES TO at-clave
                START atrasos-file KEY IS NOT LESS THAN at-clave
                    INVALID KEY
                        SET ws-at-eof TO TRUE
                END-START
                PERFORM lee-atraso UNTIL ws-at-eof
                CLOSE atrasos-file
                IF ws-atr-usados > 0
                    MOVE ws-atr-desde TO ws-atr-periodo
                    PERFORM acumula-atrasos-mes
                        UNTIL ws-atr-periodo >= ws-periodo
                END-IF
            END-IF.

       lee-atraso.
            READ atrasos-file NEXT RECORD
                AT END
                    SET ws-at-eof TO TRUE
                NOT AT END
                    IF at-pendiente
                            AND at-fecha-efecto(1:6) <= ws-periodo
                        PERFORM carga-atraso
                    END-IF
            END-READ.

       carga-atraso.
            IF ws-atr-usados < ws-atr-max
                ADD 1 TO ws-atr-usados
                MOVE at-emp-id TO ta-emp-id(ws-atr-usados)
                MOVE at-fecha-efecto TO ta-fecha-efecto(ws-atr-usados)
                MOVE at-fecha-efecto(1:6)
                    TO ta-periodo-efecto(ws-atr-usados)
                MOVE at-salario-anterior TO ta-anterior(ws-atr-usados)
                MOVE at-salario-nuevo TO ta-nuevo(ws-atr-usados)
                MOVE 0 TO ta-importe(ws-atr-usados)
                MOVE 0 TO ta-meses(ws-atr-usados)
                MOVE 'N' TO ta-pagar-sw(ws-atr-usados)
                IF ta-periodo-efecto(ws-atr-usados) < ws-atr-desde
                    MOVE ta-periodo-efecto(ws-atr-usados)
                        TO ws-atr-desde
                END-IF
            ELSE
                DISPLAY "ERROR: los atrasos del empleado " at-emp-id
                        " no caben en la tabla de atrasos pendientes"
                SET ws-tabla-llena TO TRUE
            END-IF.

       acumula-atrasos-mes.
      * un mes sin nomina no se pago y no genera atrasos
            MOVE SPACES TO ws-nombre-anterior
            STRING "nomina_" ws-atr-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-anterior
            MOVE 'N' TO ws-ant-eof-sw
            OPEN INPUT nomina-ant-file
            IF fs-nomina-ant-ok
                PERFORM lee-nomina-anterior UNTIL ws-ant-eof
                CLOSE nomina-ant-file
            END-IF
            ADD 1 TO ap-mm
            IF ap-mm > 12
                MOVE 1 TO ap-mm
                ADD 1 TO ap-aaaa
            END-IF.

       lee-nomina-anterior.
      * solo las lineas con paga de salario; una comision, unas
      * horas extra o unos gastos sueltos no tienen salario que
      * revisar
            READ nomina-ant-file
                AT END
                    SET ws-ant-eof TO TRUE
                NOT AT END
                    MOVE nomina-ant-rec TO ws-detalle-nomina
                    IF (nd-tipo = "COMPLETO" OR nd-tipo = "PRORRATA"
                            OR nd-tipo = "PERMISO")
                            AND nd-salario NOT = SPACES
                        MOVE nd-salario TO ws-ant-salario
                        MOVE nd-paga TO ws-ant-paga
                        IF ws-ant-salario > 0
                            PERFORM suma-atraso-mes
                                VARYING ws-atr-idx FROM 1 BY 1
                                UNTIL ws-atr-idx > ws-atr-usados
                        END-IF
                    END-IF
            END-READ.

       suma-atraso-mes.
      * el mes cuenta si es de la revision y se pago por debajo del
      * salario nuevo; se paga la subida de esta revision en la
      * proporcion de la paga de ese mes
            IF ta-emp-id(ws-atr-idx) = nd-id
                    AND ta-periodo-efecto(ws-atr-idx) <= ws-atr-periodo
                    AND ws-ant-salario < ta-nuevo(ws-atr-idx)
                COMPUTE ta-importe(ws-atr-idx) ROUNDED =
                    ta-importe(ws-atr-idx)
                    + (ta-nuevo(ws-atr-idx) - ta-anterior(ws-atr-idx))
                    * ws-ant-paga / ws-ant-salario
                ADD 1 TO ta-meses(ws-atr-idx)
            END-IF.

       calcula-atrasos-empleado.
      * los atrasos son salario: van en el bruto; se liquidan aunque
      * salgan a cero, para que no se vuelvan a mirar
            MOVE 0 TO ws-atrasos-emp
            PERFORM suma-atraso-empleado
                VARYING ws-atr-idx FROM 1 BY 1
                UNTIL ws-atr-idx > ws-atr-usados
            IF ws-atrasos-emp > 0
                ADD 1 TO ws-con-atrasos
                ADD ws-atrasos-emp TO ws-total-atrasos
                IF ws-tipo-paga = SPACES
                    MOVE "ATRASOS" TO ws-tipo-paga
                END-IF
            END-IF.

       suma-atraso-empleado.
            IF ta-emp-id(ws-atr-idx) = emp-id
                ADD ta-importe(ws-atr-idx) TO ws-atrasos-emp
                SET ta-pagar(ws-atr-idx) TO TRUE
            END-IF.

       marca-atrasos-pagados.
      * los atrasos liquidados quedan pagados con el periodo, para
      * que la nomina siguiente no los vuelva a pagar
            OPEN I-O atrasos-file
            IF fs-at-ok
                PERFORM marca-atraso-pagado
                    VARYING ws-atr-idx FROM 1 BY 1
                    UNTIL ws-atr-idx > ws-atr-usados
                CLOSE atrasos-file
            END-IF.

       marca-atraso-pagado.
            IF ta-pagar(ws-atr-idx)
                MOVE ta-emp-id(ws-atr-idx) TO at-emp-id
                MOVE ta-fecha-efecto(ws-atr-idx) TO at-fecha-efecto
                READ atrasos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF at-pendiente
                            SET at-pagado TO TRUE
                            MOVE ta-importe(ws-atr-idx) TO at-importe
                            MOVE ta-meses(ws-atr-idx) TO at-meses
                            MOVE ws-periodo TO at-periodo-pago
                            REWRITE atraso-salarial-rec
                            ADD 1 TO ws-atrasos-liquidados
                        END-IF
                END-READ
            END-IF.

       calcula-paga-empleado.
      * un emp-salario anterior al campo llega con espacios; se trata
      * como cero, la misma normalizacion que rutinas_18 aplica a los
            END-IF
            IF emp-activo
                MOVE ws-salario-mes TO ws-paga
                MOVE "COMPLETO" TO ws-tipo-paga
                ADD 1 TO ws-pagados
            ELSE
                MOVE emp-fecha-baja(1:6) TO ws-baja-aaaames
                IF ws-baja-aaaames = ws-periodo
                    IF ws-paga > ws-salario-mes
                        MOVE ws-salario-mes TO ws-paga
                    END-IF
                    MOVE "PRORRATA" TO ws-tipo-paga
                    ADD 1 TO ws-prorrateados
                    ADD 1 TO ws-pagados
                END-IF
            END-IF
            MOVE 0 TO ws-dias-sin-sueldo
            IF ws-tipo-paga NOT = SPACES AND ws-hay-ausencias
                PERFORM descuenta-sin-sueldo
            END-IF.

       descuenta-sin-sueldo.
      * dias naturales de permiso sin sueldo aprobado dentro del
      * periodo, sobre el mismo mes comercial de 30 dias que la
      * prorrata (y solo hasta el dia de baja si la hay); una
      * ausencia no pasa de un ano a otro, asi que basta recorrer
      * las del empleado desde el 1 de enero del periodo
            MOVE 'N' TO ws-au-eof-sw
            MOVE emp-id TO au-emp-id
            MOVE ws-periodo(1:4) TO ws-periodo-anio
            COMPUTE au-fecha-desde = ws-periodo-anio * 10000 + 101
            START ausencias-file KEY IS NOT LESS THAN au-clave
                INVALID KEY
                    SET ws-au-eof TO TRUE
            END-START
            PERFORM lee-ausencia-empleado UNTIL ws-au-eof
            IF ws-dias-sin-sueldo > 30
                MOVE 30 TO ws-dias-sin-sueldo
            END-IF
            IF ws-dias-sin-sueldo > 0
                COMPUTE ws-descuento-permiso ROUNDED =
                    ws-salario-mes * ws-dias-sin-sueldo / 30
                IF ws-descuento-permiso > ws-paga
                    MOVE 0 TO ws-paga
                ELSE
                    SUBTRACT ws-descuento-permiso FROM ws-paga
                END-IF
                IF ws-tipo-paga = "COMPLETO"
                    MOVE "PERMISO" TO ws-tipo-paga
                END-IF
                ADD 1 TO ws-con-permiso
                ADD ws-dias-sin-sueldo TO ws-total-dias-permiso
            END-IF.

       lee-ausencia-empleado.
            READ ausencias-file NEXT RECORD
                AT END
                    SET ws-au-eof TO TRUE
                NOT AT END
                    IF au-emp-id NOT = emp-id
                            OR au-fecha-desde > ws-periodo-hasta
                        SET ws-au-eof TO TRUE
                    ELSE
                        IF au-sin-sueldo AND au-aprobada
                                AND au-fecha-hasta >= ws-periodo-desde
                            PERFORM cuenta-dias-permiso
                        END-IF
                    END-IF
            END-READ.

       cuenta-dias-permiso.
            IF au-fecha-desde < ws-periodo-desde
                MOVE 1 TO ws-permiso-desde
            ELSE
                MOVE au-fecha-desde(7:2) TO ws-permiso-desde
            END-IF
            IF au-fecha-hasta > ws-periodo-hasta
                MOVE 30 TO ws-permiso-hasta
            ELSE
                MOVE au-fecha-hasta(7:2) TO ws-permiso-hasta
            END-IF
            IF ws-permiso-hasta > 30
                MOVE 30 TO ws-permiso-hasta
            END-IF
            IF ws-tipo-paga = "PRORRATA"
                    AND ws-permiso-hasta > ws-dia-baja
                MOVE ws-dia-baja TO ws-permiso-hasta
            END-IF
            IF ws-permiso-hasta >= ws-permiso-desde
                COMPUTE ws-dias-sin-sueldo = ws-dias-sin-sueldo
                    + ws-permiso-hasta - ws-permiso-desde + 1
            END-IF.

       carga-deducciones.
      * de cada tipo rige la vigencia con la mayor fecha desde que no
      * pase del primer dia del periodo; los tramos de una vigencia
      * van seguidos en la clave, asi que al recorrerla en orden la
      * tabla se rehace con cada vigencia nueva y queda la ultima
            COMPUTE ws-fecha-vigencia = ws-periodo * 100 + 1
            OPEN INPUT deducciones-file
            IF NOT fs-de-ok
                DISPLAY "aviso: no se encontro deducciones.dat, la "
                        "nomina sale sin deducciones"
            ELSE
                MOVE 'N' TO ws-de-eof-sw
                MOVE LOW-VALUES TO de-clave
                START deducciones-file KEY IS NOT LESS THAN de-clave
                    INVALID KEY
                        SET ws-de-eof TO TRUE
                END-START
                PERFORM carga-linea-deduccion UNTIL ws-de-eof
                CLOSE deducciones-file
      * solo cuenta el desborde de la vigencia que rige
                IF ws-tramos-desborde
                    DISPLAY "ERROR: deducciones.dat tiene mas de 20 "
                            "tramos de IRPF vigentes el "
                            ws-fecha-vigencia
                    SET ws-tabla-llena TO TRUE
                END-IF
                IF ws-tramos-count = 0
                    DISPLAY "aviso: no hay tramos de IRPF vigentes el "
                            ws-fecha-vigencia
                END-IF
            END-IF.

       carga-linea-deduccion.
            READ deducciones-file NEXT RECORD
                AT END
                    SET ws-de-eof TO TRUE
                NOT AT END
                    IF de-fecha-desde <= ws-fecha-vigencia
                        IF de-seg-social
                            MOVE de-porcentaje TO ws-ss-pct
                        END-IF
                        IF de-tramo-irpf
                            PERFORM carga-tramo
                        END-IF
                    END-IF
            END-READ.

       carga-tramo.
            IF de-fecha-desde NOT = ws-tramos-desde
                MOVE de-fecha-desde TO ws-tramos-desde
                MOVE 0 TO ws-tramos-count
                MOVE 'N' TO ws-tramos-desborde-sw
            END-IF
            IF ws-tramos-count < 20
                ADD 1 TO ws-tramos-count
                MOVE de-hasta TO tq-hasta(ws-tramos-count)
                MOVE de-porcentaje TO tq-pct(ws-tramos-count)
            ELSE
                SET ws-tramos-desborde TO TRUE
            END-IF.

       calcula-deducciones.
      * bruto = paga del mes + comision + horas extra + atrasos; la
      * cotizacion es un tipo unico sobre el bruto y la retencion el
      * porcentaje propio del empleado o, si no lo tiene, la escala
      * de tramos; los gastos reembolsados se suman al neto sin
      * retencion
            COMPUTE ws-bruto = ws-paga + ws-comision-emp + ws-extra-emp
                + ws-atrasos-emp
            MOVE 0 TO ws-irpf
            MOVE 0 TO ws-ss
            COMPUTE ws-ss ROUNDED = ws-bruto * ws-ss-pct / 100
            MOVE 'N' TO ws-encontrado-ret-sw
            IF ws-hay-retenciones
                MOVE emp-id TO ir-emp-id
                READ retenciones-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado-ret TO TRUE
                END-READ
            END-IF
            IF ws-encontrado-ret
                COMPUTE ws-irpf ROUNDED =
                    ws-bruto * ir-porcentaje / 100
            ELSE
                MOVE 0 TO ws-irpf-calc
                MOVE 0 TO ws-base-anterior
                MOVE 'N' TO ws-tramo-fin-sw
                PERFORM aplica-tramo
                    VARYING ws-tramos-idx FROM 1 BY 1
                    UNTIL ws-tramos-idx > ws-tramos-count
                       OR ws-tramo-fin
                COMPUTE ws-irpf ROUNDED = ws-irpf-calc
            END-IF
            COMPUTE ws-neto = ws-bruto - ws-irpf - ws-ss
                + ws-gastos-emp.

       aplica-tramo.
      * el ultimo tramo de la tabla no tiene limite aunque lo lleve
            IF tq-hasta(ws-tramos-idx) = 0
                    OR ws-bruto <= tq-hasta(ws-tramos-idx)
                    OR ws-tramos-idx = ws-tramos-count
                COMPUTE ws-parte-tramo = ws-bruto - ws-base-anterior
                SET ws-tramo-fin TO TRUE
            ELSE
                COMPUTE ws-parte-tramo =
                    tq-hasta(ws-tramos-idx) - ws-base-anterior
                MOVE tq-hasta(ws-tramos-idx) TO ws-base-anterior
            END-IF
            COMPUTE ws-irpf-calc = ws-irpf-calc
                + ws-parte-tramo * tq-pct(ws-tramos-idx) / 100.

       graba-paga-empleado.
            ADD ws-bruto TO ws-total-nomina
            ADD ws-irpf TO ws-total-irpf
            ADD ws-ss TO ws-total-ss
            ADD ws-neto TO ws-total-neto
            MOVE emp-id TO nd-id
            MOVE emp-apellido TO nd-apellido
            MOVE emp-nombre TO nd-nombre
            MOVE emp-depto TO nd-depto
            MOVE ws-salario-mes TO nd-salario
            MOVE ws-paga TO nd-paga
            MOVE ws-tipo-paga TO nd-tipo
            MOVE ws-comision-emp TO nd-comision
            MOVE ws-bruto TO nd-bruto
            MOVE ws-irpf TO nd-irpf
            MOVE ws-ss TO nd-ss
            MOVE ws-neto TO nd-neto
            MOVE ws-extra-emp TO nd-extra
            MOVE ws-dias-sin-sueldo TO nd-dias-sin-sueldo
            MOVE ws-gastos-emp TO nd-gastos
            MOVE ws-atrasos-emp TO nd-atrasos
            MOVE ws-detalle-nomina TO nomina-rec
            WRITE nomina-rec
            MOVE emp-apellido TO rn-apellido
            MOVE emp-nombre TO rn-nombre
            MOVE emp-depto TO rn-depto
            MOVE ws-bruto TO rn-paga
            MOVE ws-tipo-paga TO rn-tipo
            MOVE ws-neto TO rn-neto
            MOVE ws-linea-resumen TO resumen-rec
            WRITE resumen-rec.

