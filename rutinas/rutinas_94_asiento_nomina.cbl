      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: payroll journal. For the period keyed
      *     (AAAAMM) it totals the nomina_AAAAMM.dat left by
      *     rutinas_33 by department (nd-depto, the employee's
      *     emp-depto), maps each department to its salary-expense
      *     account through cuentas_nomina.dat - the same layout as
      *     cuentas_contables.dat (cuenta_contable.cpy), with the
      *     department code in place of the programa and a special
      *     NOMINA-PAGAR line for the salaries-payable account - and
      *     writes balanced lines in the asientos format (asiento.cpy)
      *     to asientos_nomina_AAAAMM.dat, dated the last day of the
      *     month: one debit per department and one credit for the
      *     whole to the payable account. A department with no
      *     mapping, or a missing NOMINA-PAGAR line, goes out under
      *     account 99999999 with an excepciones.log entry, as
      *     rutinas_44 does for an unmapped programa. A period with
      *     no nomina, already journalled, or closed by rutinas_38 is
      *     refused with return code 8.
      *   - journals the statutory deductions: the nomina line now
      *     carries gross, withholding, social-security contribution
      *     and net (nomina_detalle.cpy), so each department is
      *     debited with its gross and the credit is split between
      *     the withholding payable (NOMINA-IRPF line), the
      *     contributions payable (NOMINA-SS line) and the net
      *     salaries payable (NOMINA-PAGAR). Nominas from before the
      *     deductions are journalled as before, gross equal to net.
      *   - journals the reimbursed expense claims (nd-gastos): each
      *     department's claims are debited to the staff-expenses
      *     account of the NOMINA-GASTO line, and they are part of
      *     the net credited to NOMINA-PAGAR.
      *   - reads the wider nomina line (171) that carries the salary
      *     review arrears (nd-atrasos); the arrears are salary, part
      *     of nd-bruto, and are journalled with each department's
      *     salaries.
      *   - a department or account that does not fit its 50-entry table
      *     now stops the entry with return code 8 before anything is
      *     written, instead of being dropped with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_94.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT cuentas-file ASSIGN TO "cuentas_nomina.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cuentas-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT asientos-file ASSIGN DYNAMIC ws-nombre-asientos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asientos-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  cuentas-file.
       01  cuentas-rec pic x(23).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  asientos-file.
       01  asientos-rec pic x(60).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cuentas-status==
                              ==:FS-PREFIJO:== BY ==fs-cuentas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-asientos-status==
                              ==:FS-PREFIJO:== BY ==fs-asientos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY cuenta_contable.
       COPY periodo_cerrado.
       COPY asiento.
       COPY excepcion.
       COPY nomina_detalle.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-asientos pic x(40).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-fecha-asiento pic 9(8).
       01 ws-fecha-asiento-partes redefines ws-fecha-asiento.
           05 fa-aaaa pic 9(4).
           05 fa-mm   pic 9(2).
           05 fa-dd   pic 9(2).
       01 ws-cociente pic 9(4).
       01 ws-resto pic 9(3).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-paga-num pic 9(7)v99.
       01 ws-irpf-num pic 9(7)v99.
       01 ws-ss-num pic 9(7)v99.
       01 ws-neto-num pic 9(7)v99.
       01 ws-gastos-num pic 9(7)v99.
       01 ws-total-irpf pic 9(9)v99 value 0.
       01 ws-total-ss pic 9(9)v99 value 0.
       01 ws-total-neto pic 9(9)v99 value 0.
       01 ws-acumulado-tabla.
           05 ws-acumulado-entrada occurs 50 times.
               10 ac-depto pic x(4).
               10 ac-total pic 9(9)v99 value 0.
               10 ac-gastos pic 9(9)v99 value 0.
       01 ws-acumulado-count pic 9(2) value 0.
       01 ws-acumulado-idx pic 9(2).
       01 ws-entrada-encontrada-sw pic x value 'N'.
           88 ws-entrada-encontrada value 'Y'.
      * un departamento o una cuenta que no cabe en su tabla detiene
      * el asiento: no se contabiliza una nomina a medias
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-cuentas-tabla.
           05 ws-cuenta-entrada occurs 50 times.
               10 ct-depto  pic x(4).
               10 ct-cuenta pic x(8).
       01 ws-cuentas-count pic 9(2) value 0.
       01 ws-cuentas-idx pic 9(2).
       01 ws-cuenta-hallada pic x(8).
       01 ws-cuenta-pagar pic x(8) value "99999999".
       01 ws-cuenta-irpf pic x(8) value "99999999".
       01 ws-cuenta-ss pic x(8) value "99999999".
       01 ws-cuenta-gastos pic x(8) value "99999999".
       01 ws-total-gastos pic 9(9)v99 value 0.
       01 ws-lineas-nomina pic 9(5) value 0.
       01 ws-total-asiento pic 9(9)v99 value 0.
       01 ws-total-edit pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo de nomina a contabilizar (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            MOVE SPACES TO ws-nombre-asientos
            STRING "asientos_nomina_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-asientos

      * idempotencia: la nomina de un mes se lleva una sola vez
            OPEN INPUT asientos-file
            IF fs-asientos-ok
                CLOSE asientos-file
                DISPLAY "ERROR: el asiento de nomina del periodo "
                        ws-periodo " ya se genero ("
                        ws-nombre-asientos "), no se repite"
                MOVE "asiento nomina" TO ws-exc-campo
                MOVE "periodo ya generado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM verifica-periodo-cerrado
            IF ws-periodo-cerrado
                DISPLAY "ERROR: el periodo " ws-periodo " esta "
                        "cerrado, no se genera el asiento"
                MOVE "asiento nomina" TO ws-exc-campo
                MOVE "periodo cerrado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT nomina-file
            IF NOT fs-nomina-ok
                DISPLAY "ERROR: no se encontro " ws-nombre-nomina
                        ", la nomina del periodo no se ha generado"
                MOVE "asiento nomina" TO ws-exc-campo
                MOVE "periodo sin nomina" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE 'N' TO ws-eof-sw
            PERFORM acumula-linea-nomina UNTIL ws-eof
            CLOSE nomina-file
            IF ws-acumulado-count = 0
                DISPLAY "aviso: la nomina del periodo no tiene "
                        "importes que contabilizar"
                GO TO fin-programa
            END-IF

            PERFORM carga-cuentas
            IF ws-tabla-llena
                DISPLAY "ERROR: el asiento de nomina del periodo "
                        ws-periodo " no se genera, revise los "
                        "errores anteriores"
                MOVE "asiento nomina" TO ws-exc-campo
                MOVE "tabla de trabajo llena" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM calcula-fin-de-mes
            OPEN OUTPUT asientos-file
            PERFORM graba-linea-debe
                VARYING ws-acumulado-idx FROM 1 BY 1
                UNTIL ws-acumulado-idx > ws-acumulado-count
            IF ws-total-gastos > 0
                IF ws-cuenta-gastos = "99999999"
                    MOVE "cuenta" TO ws-exc-campo
                    MOVE "NOMINA-GASTO" TO ws-exc-valor
                    PERFORM graba-excepcion
                END-IF
                PERFORM graba-linea-gastos
                    VARYING ws-acumulado-idx FROM 1 BY 1
                    UNTIL ws-acumulado-idx > ws-acumulado-count
            END-IF
            PERFORM graba-linea-haber
            CLOSE asientos-file
            MOVE ws-total-asiento TO ws-total-edit
            DISPLAY "nomina del periodo " ws-periodo ": "
                    ws-total-edit " en " ws-acumulado-count
                    " departamentos, asiento en " ws-nombre-asientos.

       fin-programa.
            STOP RUN.

       verifica-periodo-cerrado.
            MOVE 'N' TO ws-periodo-cerrado-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT periodos-file
            IF fs-periodos-ok
                PERFORM busca-periodo-cerrado UNTIL ws-eof
                CLOSE periodos-file
            END-IF.

       busca-periodo-cerrado.
            READ periodos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF pc-periodo = ws-periodo
                        SET ws-periodo-cerrado TO TRUE
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       acumula-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE nomina-rec TO ws-detalle-nomina
                    ADD 1 TO ws-lineas-nomina
      * una nomina anterior a las deducciones no trae bruto: lo
      * cobrado es nd-paga y no hay nada retenido
                    IF nd-bruto = SPACES
                        MOVE nd-paga TO ws-paga-num
                        MOVE 0 TO ws-irpf-num
                        MOVE 0 TO ws-ss-num
                        MOVE ws-paga-num TO ws-neto-num
                    ELSE
                        MOVE nd-bruto TO ws-paga-num
                        MOVE nd-irpf TO ws-irpf-num
                        MOVE nd-ss TO ws-ss-num
                        MOVE nd-neto TO ws-neto-num
                    END-IF
      * las lineas anteriores a las notas de gastos no traen la
      * columna
                    IF nd-gastos = SPACES OR nd-bruto = SPACES
                        MOVE 0 TO ws-gastos-num
                    ELSE
                        MOVE nd-gastos TO ws-gastos-num
                    END-IF
                    IF ws-paga-num > 0 OR ws-gastos-num > 0
                        PERFORM acumula-departamento
                        ADD ws-gastos-num TO ws-total-gastos
                        ADD ws-irpf-num TO ws-total-irpf
                        ADD ws-ss-num TO ws-total-ss
                        ADD ws-neto-num TO ws-total-neto
                    END-IF
            END-READ.

       acumula-departamento.
            MOVE 'N' TO ws-entrada-encontrada-sw
            MOVE 1 TO ws-acumulado-idx
            PERFORM compara-departamento
                UNTIL ws-entrada-encontrada
                   OR ws-acumulado-idx > ws-acumulado-count
            IF NOT ws-entrada-encontrada
                IF ws-acumulado-count < 50
                    ADD 1 TO ws-acumulado-count
                    MOVE ws-acumulado-count TO ws-acumulado-idx
                    MOVE nd-depto TO ac-depto(ws-acumulado-idx)
                    MOVE 0 TO ac-total(ws-acumulado-idx)
                    MOVE 0 TO ac-gastos(ws-acumulado-idx)
                ELSE
                    DISPLAY "ERROR: el departamento " nd-depto
                            " no cabe en la tabla de 50 departamentos"
                    SET ws-tabla-llena TO TRUE
                END-IF
            END-IF
            IF ws-acumulado-idx <= ws-acumulado-count
                ADD ws-paga-num TO ac-total(ws-acumulado-idx)
                ADD ws-gastos-num TO ac-gastos(ws-acumulado-idx)
            END-IF.

       compara-departamento.
            IF ac-depto(ws-acumulado-idx) = nd-depto
                SET ws-entrada-encontrada TO TRUE
            ELSE
                ADD 1 TO ws-acumulado-idx
            END-IF.

       carga-cuentas.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT cuentas-file
            IF NOT fs-cuentas-ok
                DISPLAY "aviso: no se encontro cuentas_nomina.dat, "
                        "todo saldra por la cuenta 99999999"
            ELSE
                PERFORM carga-linea-cuenta UNTIL ws-eof
                CLOSE cuentas-file
            END-IF
            MOVE 'N' TO ws-eof-sw
            IF ws-cuenta-pagar = "99999999"
                MOVE "cuenta" TO ws-exc-campo
                MOVE "NOMINA-PAGAR" TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF.

       carga-linea-cuenta.
            READ cuentas-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE cuentas-rec TO ws-cuenta-linea
                    EVALUATE mc-programa
                    WHEN "NOMINA-PAGAR"
                        MOVE mc-cuenta TO ws-cuenta-pagar
                    WHEN "NOMINA-IRPF"
                        MOVE mc-cuenta TO ws-cuenta-irpf
                    WHEN "NOMINA-SS"
                        MOVE mc-cuenta TO ws-cuenta-ss
                    WHEN "NOMINA-GASTO"
                        MOVE mc-cuenta TO ws-cuenta-gastos
                    WHEN OTHER
                        IF ws-cuentas-count < 50
                            ADD 1 TO ws-cuentas-count
                            MOVE mc-programa
                                TO ct-depto(ws-cuentas-count)
                            MOVE mc-cuenta
                                TO ct-cuenta(ws-cuentas-count)
                        ELSE
                            DISPLAY "ERROR: la cuenta del departamento "
                                    mc-programa " no cabe en la tabla"
                                    " de 50 cuentas"
                            SET ws-tabla-llena TO TRUE
                        END-IF
                    END-EVALUATE
            END-READ.

       calcula-fin-de-mes.
      * el asiento lleva la fecha del ultimo dia natural del mes
            MOVE wp-aaaa TO fa-aaaa
            MOVE wp-mm TO fa-mm
            EVALUATE wp-mm
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO fa-dd
                WHEN 2
                    MOVE 28 TO fa-dd
                    DIVIDE wp-aaaa BY 4 GIVING ws-cociente
                        REMAINDER ws-resto
                    IF ws-resto = 0
                        MOVE 29 TO fa-dd
                        DIVIDE wp-aaaa BY 100 GIVING ws-cociente
                            REMAINDER ws-resto
                        IF ws-resto = 0
                            MOVE 28 TO fa-dd
                            DIVIDE wp-aaaa BY 400 GIVING ws-cociente
                                REMAINDER ws-resto
                            IF ws-resto = 0
                                MOVE 29 TO fa-dd
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31 TO fa-dd
            END-EVALUATE.

       busca-cuenta-departamento.
            MOVE "99999999" TO ws-cuenta-hallada
            MOVE 'N' TO ws-entrada-encontrada-sw
            MOVE 1 TO ws-cuentas-idx
            PERFORM compara-cuenta-departamento
                UNTIL ws-entrada-encontrada
                   OR ws-cuentas-idx > ws-cuentas-count
            IF ws-entrada-encontrada
                MOVE ct-cuenta(ws-cuentas-idx) TO ws-cuenta-hallada
            ELSE
                MOVE "cuenta depto" TO ws-exc-campo
                MOVE ac-depto(ws-acumulado-idx) TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF.

       compara-cuenta-departamento.
            IF ct-depto(ws-cuentas-idx) = ac-depto(ws-acumulado-idx)
                SET ws-entrada-encontrada TO TRUE
            ELSE
                ADD 1 TO ws-cuentas-idx
            END-IF.

       graba-linea-debe.
      * un departamento que solo tiene gastos no lleva linea de
      * salarios
            IF ac-total(ws-acumulado-idx) > 0
                PERFORM graba-linea-salarios
            END-IF.

       graba-linea-salarios.
            PERFORM busca-cuenta-departamento
            MOVE ws-fecha-asiento TO as-fecha
            MOVE ws-cuenta-hallada TO as-cuenta
            MOVE 'D' TO as-dh
            MOVE ac-total(ws-acumulado-idx) TO as-importe
            MOVE SPACES TO as-concepto
            STRING "NOMINA " ac-depto(ws-acumulado-idx)
                DELIMITED BY SIZE INTO as-concepto
            MOVE ws-linea-asiento TO asientos-rec
            WRITE asientos-rec
            ADD ac-total(ws-acumulado-idx) TO ws-total-asiento.

       graba-linea-gastos.
            IF ac-gastos(ws-acumulado-idx) > 0
                MOVE ws-fecha-asiento TO as-fecha
                MOVE ws-cuenta-gastos TO as-cuenta
                MOVE 'D' TO as-dh
                MOVE ac-gastos(ws-acumulado-idx) TO as-importe
                MOVE SPACES TO as-concepto
                STRING "GASTOS " ac-depto(ws-acumulado-idx)
                    DELIMITED BY SIZE INTO as-concepto
                MOVE ws-linea-asiento TO asientos-rec
                WRITE asientos-rec
                ADD ac-gastos(ws-acumulado-idx) TO ws-total-asiento
            END-IF.

       graba-linea-haber.
      * el bruto se reparte entre lo retenido, lo cotizado y el neto
      * a pagar a los empleados
            IF ws-total-irpf > 0
                IF ws-cuenta-irpf = "99999999"
                    MOVE "cuenta" TO ws-exc-campo
                    MOVE "NOMINA-IRPF" TO ws-exc-valor
                    PERFORM graba-excepcion
                END-IF
                MOVE ws-fecha-asiento TO as-fecha
                MOVE ws-cuenta-irpf TO as-cuenta
                MOVE 'H' TO as-dh
                MOVE ws-total-irpf TO as-importe
                MOVE "NOMINA IRPF" TO as-concepto
                MOVE ws-linea-asiento TO asientos-rec
                WRITE asientos-rec
            END-IF
            IF ws-total-ss > 0
                IF ws-cuenta-ss = "99999999"
                    MOVE "cuenta" TO ws-exc-campo
                    MOVE "NOMINA-SS" TO ws-exc-valor
                    PERFORM graba-excepcion
                END-IF
                MOVE ws-fecha-asiento TO as-fecha
                MOVE ws-cuenta-ss TO as-cuenta
                MOVE 'H' TO as-dh
                MOVE ws-total-ss TO as-importe
                MOVE "NOMINA SS" TO as-concepto
                MOVE ws-linea-asiento TO asientos-rec
                WRITE asientos-rec
            END-IF
            MOVE ws-fecha-asiento TO as-fecha
            MOVE ws-cuenta-pagar TO as-cuenta
            MOVE 'H' TO as-dh
            MOVE ws-total-neto TO as-importe
            MOVE "NOMINA PAGAR" TO as-concepto
            MOVE ws-linea-asiento TO asientos-rec
            WRITE asientos-rec.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE SPACES TO exc-operador
            MOVE "rutinas_94" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_94.
