      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: printed payslips. For the period keyed
      *     (AAAAMM), and optionally a single employee, it prints to
      *     recibos_nomina_AAAAMM.log one payslip per employee paid
      *     on nomina_AAAAMM.dat (nomina_detalle.cpy): the monthly
      *     salary, the month's pay, commission, gross, income-tax
      *     withholding, social-security contribution and net, and
      *     next to each the year-to-date accumulation over the
      *     nomina files from January up to the period. Months with
      *     no nomina file are skipped; nominas from before the
      *     deductions count as gross equal to net. A period without
      *     nomina is refused with return code 8.
      *   - the payslip shows the month's approved overtime
      *     (nd-extra) as its own HORAS EXTRA line; nominas from
      *     before the column count it as zero.
      *   - the payslip shows the expense claims reimbursed in the
      *     month (nd-gastos) as a GASTOS REEMBOLSADOS line after the
      *     deductions, part of the net but not of the gross.
      *   - the payslip shows the salary review arrears paid in the
      *     month (nd-atrasos) as an ATRASOS REVISION line, part of
      *     the gross; nominas from before the column count it as
      *     zero.
      *   - an employee that does not fit the 1000-entry table now stops
      *     the run with return code 8 before the payslips are printed,
      *     instead of being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_96.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT recibos-file ASSIGN DYNAMIC ws-nombre-recibos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-recibos-status.

       DATA DIVISION.
       FILE SECTION.
       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  recibos-file.
       01  recibos-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-recibos-status==
                              ==:FS-PREFIJO:== BY ==fs-recibos==.
       COPY nomina_detalle.
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-recibos pic x(40).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-emp-entrada pic x(6).
       01 ws-emp-filtro redefines ws-emp-entrada pic 9(6).
       01 ws-periodo-lectura pic 9(6).
       01 ws-periodo-lectura-partes redefines ws-periodo-lectura.
           05 pl-aaaa pic 9(4).
           05 pl-mm   pic 9(2).
       01 ws-mes-idx pic 9(2).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-mes-actual-sw pic x value 'N'.
           88 ws-mes-actual value 'Y'.
       01 ws-entrada-encontrada-sw pic x value 'N'.
           88 ws-entrada-encontrada value 'Y'.
      * un empleado que no cabe en la tabla detiene los recibos: no
      * se imprime un mes al que le falta gente
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * importes de la linea de nomina leida
       01 ws-paga-num pic 9(7)v99.
       01 ws-comision-num pic 9(7)v99.
       01 ws-extra-num pic 9(7)v99.
       01 ws-gastos-num pic 9(7)v99.
       01 ws-atrasos-num pic 9(7)v99.
       01 ws-bruto-num pic 9(7)v99.
       01 ws-irpf-num pic 9(7)v99.
       01 ws-ss-num pic 9(7)v99.
       01 ws-neto-num pic 9(7)v99.
      * un empleado por entrada: cifras del mes y acumulado del ano
       01 ws-recibos-max pic 9(4) value 1000.
       01 ws-recibos-count pic 9(4) value 0.
       01 ws-recibos-idx pic 9(4).
       01 ws-recibos-tabla.
           05 ws-recibo-entrada occurs 1000 times.
               10 rb-emp-id      pic 9(6).
               10 rb-apellido    pic x(20).
               10 rb-nombre      pic x(15).
               10 rb-depto       pic x(4).
               10 rb-salario     pic 9(7)v99.
               10 rb-tipo        pic x(8).
               10 rb-en-mes-sw   pic x.
                   88 rb-en-mes  value 'S'.
               10 rb-mes-paga    pic 9(7)v99.
               10 rb-mes-comision pic 9(7)v99.
               10 rb-mes-extra   pic 9(7)v99.
               10 rb-mes-gastos  pic 9(7)v99.
               10 rb-mes-atrasos pic 9(7)v99.
               10 rb-mes-bruto   pic 9(7)v99.
               10 rb-mes-irpf    pic 9(7)v99.
               10 rb-mes-ss      pic 9(7)v99.
               10 rb-mes-neto    pic 9(7)v99.
               10 rb-acu-bruto   pic 9(9)v99.
               10 rb-acu-irpf    pic 9(9)v99.
               10 rb-acu-ss      pic 9(9)v99.
               10 rb-acu-neto    pic 9(9)v99.
       01 ws-recibos-impresos pic 9(4) value 0.
       01 ws-linea-separador pic x(80) value all "=".
       01 ws-cabecera-recibo.
           05 filler       pic x(28)
               value "RECIBO DE SALARIO - PERIODO ".
           05 rh-periodo   pic 9(6).
       01 ws-linea-empleado.
           05 filler       pic x(10) value "EMPLEADO: ".
           05 rh-emp-id    pic 9(6).
           05 filler       pic x(1) value SPACE.
           05 rh-apellido  pic x(20).
           05 filler       pic x(1) value SPACE.
           05 rh-nombre    pic x(15).
           05 filler       pic x(9) value "  DEPTO: ".
           05 rh-depto     pic x(4).
       01 ws-linea-salario.
           05 filler       pic x(17) value "SALARIO MENSUAL: ".
           05 rh-salario   pic z(6)9.99.
           05 filler       pic x(8) value "  TIPO: ".
           05 rh-tipo      pic x(8).
       01 ws-titulos-recibo.
           05 filler       pic x(24) value SPACES.
           05 filler       pic x(12) value "         MES".
           05 filler       pic x(17) value "    ACUMULADO ANO".
       01 ws-linea-concepto.
           05 rl-concepto  pic x(22).
           05 filler       pic x(2) value SPACES.
           05 rl-mes       pic z(8)9.99.
           05 filler       pic x(2) value SPACES.
           05 rl-acumulado pic z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo de los recibos (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            DISPLAY "empleado (en blanco, todos): "
            ACCEPT ws-emp-entrada
            IF ws-emp-entrada NOT = SPACES
                    AND ws-emp-entrada NOT NUMERIC
                DISPLAY "ERROR: numero de empleado no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE ws-periodo TO ws-periodo-lectura
            PERFORM fija-nombre-nomina
            OPEN INPUT nomina-file
            IF NOT fs-nomina-ok
                DISPLAY "ERROR: no se encontro " ws-nombre-nomina
                        ", la nomina del periodo no se ha generado"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            CLOSE nomina-file

      * se recorren las nominas del ano hasta el periodo pedido; la
      * del periodo da ademas las cifras del mes
            PERFORM acumula-mes
                VARYING ws-mes-idx FROM 1 BY 1
                UNTIL ws-mes-idx > wp-mm
            IF ws-tabla-llena
                DISPLAY "ERROR: los recibos del periodo " ws-periodo
                        " no se generan, revise los errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-recibos
            STRING "recibos_nomina_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-recibos
            OPEN OUTPUT recibos-file
            PERFORM imprime-recibo
                VARYING ws-recibos-idx FROM 1 BY 1
                UNTIL ws-recibos-idx > ws-recibos-count
            CLOSE recibos-file
            IF ws-recibos-impresos = 0
                DISPLAY "aviso: ningun empleado cobro en el periodo "
                        ws-periodo " con ese filtro"
            END-IF
            DISPLAY ws-recibos-impresos " recibos en "
                    ws-nombre-recibos.

       fin-programa.
            STOP RUN.

       fija-nombre-nomina.
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo-lectura ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina.

       acumula-mes.
            MOVE wp-aaaa TO pl-aaaa
            MOVE ws-mes-idx TO pl-mm
            PERFORM fija-nombre-nomina
            MOVE 'N' TO ws-mes-actual-sw
            IF ws-periodo-lectura = ws-periodo
                SET ws-mes-actual TO TRUE
            END-IF
            OPEN INPUT nomina-file
            IF fs-nomina-ok
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-linea-nomina UNTIL ws-eof
                CLOSE nomina-file
            END-IF.

       lee-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE nomina-rec TO ws-detalle-nomina
                    IF ws-emp-entrada = SPACES
                            OR nd-id = ws-emp-filtro
                        PERFORM desglosa-linea-nomina
                        PERFORM acumula-empleado
                    END-IF
            END-READ.

       desglosa-linea-nomina.
      * una nomina anterior a las deducciones no trae bruto: lo
      * cobrado es nd-paga, sin retenciones, y una linea COMISION
      * aparte lleva la comision en nd-paga
            IF nd-bruto = SPACES
                MOVE nd-paga TO ws-paga-num
                MOVE 0 TO ws-comision-num
                MOVE 0 TO ws-extra-num
                MOVE 0 TO ws-gastos-num
                MOVE 0 TO ws-atrasos-num
                IF nd-tipo = "COMISION"
                    MOVE ws-paga-num TO ws-comision-num
                    MOVE 0 TO ws-paga-num
                END-IF
                COMPUTE ws-bruto-num = ws-paga-num + ws-comision-num
                MOVE 0 TO ws-irpf-num
                MOVE 0 TO ws-ss-num
                MOVE ws-bruto-num TO ws-neto-num
            ELSE
                MOVE nd-paga TO ws-paga-num
                MOVE nd-comision TO ws-comision-num
                MOVE nd-bruto TO ws-bruto-num
                MOVE nd-irpf TO ws-irpf-num
                MOVE nd-ss TO ws-ss-num
                MOVE nd-neto TO ws-neto-num
      * las lineas anteriores a las horas extra no traen la columna
                IF nd-extra = SPACES
                    MOVE 0 TO ws-extra-num
                ELSE
                    MOVE nd-extra TO ws-extra-num
                END-IF
                IF nd-gastos = SPACES
                    MOVE 0 TO ws-gastos-num
                ELSE
                    MOVE nd-gastos TO ws-gastos-num
                END-IF
                IF nd-atrasos = SPACES
                    MOVE 0 TO ws-atrasos-num
                ELSE
                    MOVE nd-atrasos TO ws-atrasos-num
                END-IF
            END-IF.

       acumula-empleado.
            MOVE 'N' TO ws-entrada-encontrada-sw
            MOVE 1 TO ws-recibos-idx
            PERFORM compara-empleado
                UNTIL ws-entrada-encontrada
                   OR ws-recibos-idx > ws-recibos-count
            IF NOT ws-entrada-encontrada
                IF ws-recibos-count < ws-recibos-max
                    ADD 1 TO ws-recibos-count
                    MOVE ws-recibos-count TO ws-recibos-idx
                    PERFORM inicia-empleado
                ELSE
                    DISPLAY "ERROR: el empleado " nd-id
                            " no cabe en la tabla de " ws-recibos-max
                            " empleados"
                    SET ws-tabla-llena TO TRUE
                END-IF
            END-IF
            IF ws-recibos-idx <= ws-recibos-count
                ADD ws-bruto-num TO rb-acu-bruto(ws-recibos-idx)
                ADD ws-irpf-num TO rb-acu-irpf(ws-recibos-idx)
                ADD ws-ss-num TO rb-acu-ss(ws-recibos-idx)
                ADD ws-neto-num TO rb-acu-neto(ws-recibos-idx)
                IF ws-mes-actual
                    PERFORM acumula-mes-empleado
                END-IF
            END-IF.

       compara-empleado.
            IF rb-emp-id(ws-recibos-idx) = nd-id
                SET ws-entrada-encontrada TO TRUE
            ELSE
                ADD 1 TO ws-recibos-idx
            END-IF.

       inicia-empleado.
            MOVE nd-id TO rb-emp-id(ws-recibos-idx)
            MOVE 'N' TO rb-en-mes-sw(ws-recibos-idx)
            MOVE 0 TO rb-mes-paga(ws-recibos-idx)
            MOVE 0 TO rb-mes-comision(ws-recibos-idx)
            MOVE 0 TO rb-mes-extra(ws-recibos-idx)
            MOVE 0 TO rb-mes-gastos(ws-recibos-idx)
            MOVE 0 TO rb-mes-atrasos(ws-recibos-idx)
            MOVE 0 TO rb-mes-bruto(ws-recibos-idx)
            MOVE 0 TO rb-mes-irpf(ws-recibos-idx)
            MOVE 0 TO rb-mes-ss(ws-recibos-idx)
            MOVE 0 TO rb-mes-neto(ws-recibos-idx)
            MOVE 0 TO rb-acu-bruto(ws-recibos-idx)
            MOVE 0 TO rb-acu-irpf(ws-recibos-idx)
            MOVE 0 TO rb-acu-ss(ws-recibos-idx)
            MOVE 0 TO rb-acu-neto(ws-recibos-idx).

       acumula-mes-empleado.
      * los datos del empleado se toman de la nomina del periodo
            IF NOT rb-en-mes(ws-recibos-idx)
                SET rb-en-mes(ws-recibos-idx) TO TRUE
                MOVE nd-apellido TO rb-apellido(ws-recibos-idx)
                MOVE nd-nombre TO rb-nombre(ws-recibos-idx)
                MOVE nd-depto TO rb-depto(ws-recibos-idx)
                MOVE nd-salario TO rb-salario(ws-recibos-idx)
                MOVE nd-tipo TO rb-tipo(ws-recibos-idx)
            END-IF
            ADD ws-paga-num TO rb-mes-paga(ws-recibos-idx)
            ADD ws-comision-num TO rb-mes-comision(ws-recibos-idx)
            ADD ws-extra-num TO rb-mes-extra(ws-recibos-idx)
            ADD ws-gastos-num TO rb-mes-gastos(ws-recibos-idx)
            ADD ws-atrasos-num TO rb-mes-atrasos(ws-recibos-idx)
            ADD ws-bruto-num TO rb-mes-bruto(ws-recibos-idx)
            ADD ws-irpf-num TO rb-mes-irpf(ws-recibos-idx)
            ADD ws-ss-num TO rb-mes-ss(ws-recibos-idx)
            ADD ws-neto-num TO rb-mes-neto(ws-recibos-idx).

       imprime-recibo.
      * solo cobran recibo los empleados pagados en el periodo
            IF rb-en-mes(ws-recibos-idx)
                ADD 1 TO ws-recibos-impresos
                MOVE ws-linea-separador TO recibos-rec
                WRITE recibos-rec
                MOVE ws-periodo TO rh-periodo
                MOVE ws-cabecera-recibo TO recibos-rec
                WRITE recibos-rec
                MOVE rb-emp-id(ws-recibos-idx) TO rh-emp-id
                MOVE rb-apellido(ws-recibos-idx) TO rh-apellido
                MOVE rb-nombre(ws-recibos-idx) TO rh-nombre
                MOVE rb-depto(ws-recibos-idx) TO rh-depto
                MOVE ws-linea-empleado TO recibos-rec
                WRITE recibos-rec
                MOVE rb-salario(ws-recibos-idx) TO rh-salario
                MOVE rb-tipo(ws-recibos-idx) TO rh-tipo
                MOVE ws-linea-salario TO recibos-rec
                WRITE recibos-rec
                MOVE ws-titulos-recibo TO recibos-rec
                WRITE recibos-rec
                PERFORM imprime-conceptos
                MOVE SPACES TO recibos-rec
                WRITE recibos-rec
            END-IF.

       imprime-conceptos.
      * paga, comision, horas extra, atrasos y gastos solo tienen
      * cifra del mes
            MOVE SPACES TO ws-linea-concepto
            MOVE "PAGA DEL MES" TO rl-concepto
            MOVE rb-mes-paga(ws-recibos-idx) TO rl-mes
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE SPACES TO ws-linea-concepto
            MOVE "COMISION DE VENTAS" TO rl-concepto
            MOVE rb-mes-comision(ws-recibos-idx) TO rl-mes
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE SPACES TO ws-linea-concepto
            MOVE "HORAS EXTRA" TO rl-concepto
            MOVE rb-mes-extra(ws-recibos-idx) TO rl-mes
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE SPACES TO ws-linea-concepto
            MOVE "ATRASOS REVISION" TO rl-concepto
            MOVE rb-mes-atrasos(ws-recibos-idx) TO rl-mes
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE "TOTAL BRUTO" TO rl-concepto
            MOVE rb-mes-bruto(ws-recibos-idx) TO rl-mes
            MOVE rb-acu-bruto(ws-recibos-idx) TO rl-acumulado
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE "RETENCION IRPF" TO rl-concepto
            MOVE rb-mes-irpf(ws-recibos-idx) TO rl-mes
            MOVE rb-acu-irpf(ws-recibos-idx) TO rl-acumulado
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE "SEGURIDAD SOCIAL" TO rl-concepto
            MOVE rb-mes-ss(ws-recibos-idx) TO rl-mes
            MOVE rb-acu-ss(ws-recibos-idx) TO rl-acumulado
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE SPACES TO ws-linea-concepto
            MOVE "GASTOS REEMBOLSADOS" TO rl-concepto
            MOVE rb-mes-gastos(ws-recibos-idx) TO rl-mes
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec
            MOVE "LIQUIDO A PERCIBIR" TO rl-concepto
            MOVE rb-mes-neto(ws-recibos-idx) TO rl-mes
            MOVE rb-acu-neto(ws-recibos-idx) TO rl-acumulado
            MOVE ws-linea-concepto TO recibos-rec
            WRITE recibos-rec.

       END PROGRAM rutinas_96.
