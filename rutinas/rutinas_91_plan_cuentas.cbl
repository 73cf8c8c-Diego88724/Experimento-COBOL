      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of the chart of accounts,
      *     plan_cuentas.dat (plan_cuenta.cpy), and of the
      *     programa -> account mapping in cuentas_contables.dat
      *     (cuenta_contable.cpy) that until now was edited by hand.
      *     Accounts are added with a name and a type (asset,
      *     liability, equity, income, expense), renamed, and
      *     deactivated or reactivated - never deleted; the type can
      *     only change while the account has no ledger balances.
      *     A mapping line can only point at an active account, and
      *     an account that is still mapped cannot be deactivated.
      *     Every change is stamped with the operator and the date.
      *   - also maintains cuentas_nomina.dat, the department ->
      *     salary-expense account mapping (and the NOMINA-PAGAR
      *     payable line) of the payroll journal, rutinas_94: options
      *     4 and 5 ask which mapping to change, a department must
      *     exist in departamentos.dat, and both mappings are checked
      *     before an account is deactivated and shown in the list.
      *   - cuentas_nomina.dat also takes the NOMINA-IRPF and
      *     NOMINA-SS lines, the withholding and social-security
      *     payable accounts the payroll journal now credits.
      *   - and the NOMINA-GASTO line, the staff-expenses account
      *     the payroll journal debits with the reimbursed expense
      *     claims.
      *   - an assignment file with more entries than the table holds is
      *     reported and never rewritten, and no account is deactivated
      *     against it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_91.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT plan-file ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cu-cuenta
               FILE STATUS IS ws-cu-status.
           SELECT saldos-file ASSIGN TO "saldos_mayor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sg-clave
               FILE STATUS IS ws-sg-status.
           SELECT cuentas-file ASSIGN DYNAMIC ws-nombre-mapeo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cuentas-status.
           SELECT departamento-file ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  plan-file.
       COPY plan_cuenta.

       FD  saldos-file.
       COPY saldo_mayor.

       FD  cuentas-file.
       01  cuentas-rec pic x(23).

       FD  departamento-file.
       COPY departamento.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cu-status==
                              ==:FS-PREFIJO:== BY ==fs-cu==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-sg-status==
                              ==:FS-PREFIJO:== BY ==fs-sg==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cuentas-status==
                              ==:FS-PREFIJO:== BY ==fs-cuentas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       COPY cuenta_contable.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-tipo-valido-sw pic x value 'N'.
           88 ws-tipo-valido value 'Y'.
       01 ws-con-saldos-sw pic x value 'N'.
           88 ws-con-saldos value 'Y'.
       01 ws-confirmacion pic x.
       01 ws-cuenta pic x(8).
       01 ws-programa pic x(12).
      * P: cuentas_contables.dat (programas y lineas especiales)
      * D: cuentas_nomina.dat (departamentos y NOMINA-PAGAR,
      *    NOMINA-IRPF, NOMINA-SS, NOMINA-GASTO)
       01 ws-tipo-mapeo pic x(1).
           88 ws-mapeo-programas     value 'P'.
           88 ws-mapeo-departamentos value 'D'.
           88 ws-tipo-mapeo-valido   value 'P' 'D'.
       01 ws-nombre-mapeo pic x(40) value "cuentas_contables.dat".
       01 ws-clave-valida-sw pic x value 'N'.
           88 ws-clave-valida value 'Y'.
       01 ws-nombre pic x(30).
       01 ws-cuentas-listadas pic 9(5) value 0.
      * copia en memoria del fichero de asignaciones en uso; se
      * reescribe entero tras cada cambio
       01 ws-mapeo-tabla.
           05 ws-mapeo-entrada occurs 40 times.
               10 mp-programa pic x(12).
               10 mp-cuenta   pic x(8).
       01 ws-mapeo-count pic 9(2) value 0.
      * el fichero trae mas asignaciones de las que caben: no se
      * reescribe, perderia las que no se cargaron
       01 ws-mapeo-llena-sw pic x value 'N'.
           88 ws-mapeo-llena value 'Y'.
       01 ws-mapeo-idx pic 9(2).
       01 ws-mapeo-hallado pic 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "7".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-cuenta
                WHEN "2"
                    PERFORM cambia-cuenta
                WHEN "3"
                    PERFORM activa-desactiva-cuenta
                WHEN "4"
                    PERFORM asigna-programa
                WHEN "5"
                    PERFORM quita-programa
                WHEN "6"
                    PERFORM lista-plan
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de cuenta  2) cambiar cuenta  "
                    "3) activar/desactivar"
            DISPLAY "4) asignar cuenta a programa  "
                    "5) quitar asignacion  6) listar  7) salir"
            ACCEPT ws-opcion.

       abre-plan.
            OPEN I-O plan-file
            IF fs-cu-fichero-no-existe
                OPEN OUTPUT plan-file
                CLOSE plan-file
                OPEN I-O plan-file
            END-IF.

       lee-cuenta.
            MOVE 'N' TO ws-encontrado-sw
            READ plan-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       pide-tipo.
            MOVE 'N' TO ws-tipo-valido-sw
            PERFORM pide-tipo-valor UNTIL ws-tipo-valido.

       pide-tipo-valor.
            DISPLAY "tipo (A activo, P pasivo, N patrimonio neto, "
                    "I ingreso, G gasto): "
            ACCEPT cu-tipo
            IF cu-tipo-valido
                SET ws-tipo-valido TO TRUE
            ELSE
                DISPLAY "ERROR: tipo de cuenta no valido"
            END-IF.

       alta-cuenta.
            DISPLAY "cuenta nueva (8 posiciones): "
            ACCEPT ws-cuenta
            IF ws-cuenta = SPACES
                DISPLAY "ERROR: la cuenta es obligatoria"
            ELSE
                PERFORM abre-plan
                MOVE ws-cuenta TO cu-cuenta
                PERFORM lee-cuenta
                IF ws-encontrado
                    DISPLAY "ERROR: la cuenta " ws-cuenta " ya existe"
                ELSE
                    MOVE SPACES TO plan-cuenta-rec
                    MOVE ws-cuenta TO cu-cuenta
                    DISPLAY "nombre de la cuenta: "
                    ACCEPT cu-nombre
                    PERFORM pide-tipo
                    SET cu-activa TO TRUE
                    MOVE ws-operador TO cu-operador
                    ACCEPT cu-fecha FROM DATE YYYYMMDD
                    WRITE plan-cuenta-rec
                    DISPLAY "cuenta " ws-cuenta " dada de alta"
                END-IF
                CLOSE plan-file
            END-IF.

       cambia-cuenta.
            DISPLAY "cuenta a cambiar: "
            ACCEPT ws-cuenta
            PERFORM abre-plan
            MOVE ws-cuenta TO cu-cuenta
            PERFORM lee-cuenta
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe la cuenta " ws-cuenta
            ELSE
                DISPLAY "nombre actual: " cu-nombre
                        "  tipo actual: " cu-tipo
                DISPLAY "nombre nuevo (blanco = no cambia): "
                ACCEPT ws-nombre
                IF ws-nombre NOT = SPACES
                    MOVE ws-nombre TO cu-nombre
                END-IF
      * el tipo decide como suma la cuenta en el balance; con saldos
      * ya contabilizados no se cambia
                PERFORM verifica-saldos-cuenta
                IF ws-con-saldos
                    DISPLAY "la cuenta tiene saldos en el mayor, el "
                            "tipo no se puede cambiar"
                ELSE
                    PERFORM pide-tipo
                END-IF
                MOVE ws-operador TO cu-operador
                ACCEPT cu-fecha FROM DATE YYYYMMDD
                REWRITE plan-cuenta-rec
            END-IF
            CLOSE plan-file.

       verifica-saldos-cuenta.
            MOVE 'N' TO ws-con-saldos-sw
            OPEN INPUT saldos-file
            IF fs-sg-ok
                MOVE ws-cuenta TO sg-cuenta
                MOVE 0 TO sg-periodo
                START saldos-file KEY IS NOT LESS THAN sg-clave
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ saldos-file NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF sg-cuenta = ws-cuenta
                                    SET ws-con-saldos TO TRUE
                                END-IF
                        END-READ
                END-START
                CLOSE saldos-file
            END-IF.

       activa-desactiva-cuenta.
            DISPLAY "cuenta: "
            ACCEPT ws-cuenta
            PERFORM abre-plan
            MOVE ws-cuenta TO cu-cuenta
            PERFORM lee-cuenta
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe la cuenta " ws-cuenta
            ELSE
                IF cu-activa
                    PERFORM desactiva-cuenta
                ELSE
                    DISPLAY "la cuenta " ws-cuenta " esta inactiva, "
                            "reactivar? (S/N): "
                    ACCEPT ws-confirmacion
                    IF ws-confirmacion = 'S' OR ws-confirmacion = 's'
                        SET cu-activa TO TRUE
                        MOVE ws-operador TO cu-operador
                        ACCEPT cu-fecha FROM DATE YYYYMMDD
                        REWRITE plan-cuenta-rec
                        DISPLAY "cuenta " ws-cuenta " reactivada"
                    END-IF
                END-IF
            END-IF
            CLOSE plan-file.

       desactiva-cuenta.
      * una cuenta a la que todavia va un programa o un departamento
      * no se desactiva: la contabilizacion rechazaria sus asientos
            SET ws-mapeo-programas TO TRUE
            PERFORM busca-cuenta-en-mapeo
            IF ws-mapeo-hallado = 0 AND NOT ws-mapeo-llena
                SET ws-mapeo-departamentos TO TRUE
                PERFORM busca-cuenta-en-mapeo
            END-IF
            EVALUATE TRUE
                WHEN ws-mapeo-llena
                    DISPLAY "la cuenta " ws-cuenta " no se desactiva"
                WHEN ws-mapeo-hallado > 0
                    DISPLAY "ERROR: la cuenta esta asignada a "
                            mp-programa(ws-mapeo-hallado) " en "
                            ws-nombre-mapeo
                    DISPLAY "quite antes la asignacion"
                WHEN OTHER
                    DISPLAY "la cuenta " ws-cuenta " esta activa, "
                            "desactivar? (S/N): "
                    ACCEPT ws-confirmacion
                    IF ws-confirmacion = 'S'
                            OR ws-confirmacion = 's'
                        SET cu-inactiva TO TRUE
                        MOVE ws-operador TO cu-operador
                        ACCEPT cu-fecha FROM DATE YYYYMMDD
                        REWRITE plan-cuenta-rec
                        DISPLAY "cuenta " ws-cuenta " desactivada"
                    END-IF
            END-EVALUATE.

       busca-cuenta-en-mapeo.
            PERFORM fija-nombre-mapeo
            PERFORM carga-mapeo
            MOVE 0 TO ws-mapeo-hallado
            PERFORM busca-cuenta-mapeada
                VARYING ws-mapeo-idx FROM 1 BY 1
                UNTIL ws-mapeo-idx > ws-mapeo-count
                   OR ws-mapeo-hallado > 0.

       busca-cuenta-mapeada.
            IF mp-cuenta(ws-mapeo-idx) = ws-cuenta
                MOVE ws-mapeo-idx TO ws-mapeo-hallado
            END-IF.

       pide-tipo-mapeo.
            MOVE SPACE TO ws-tipo-mapeo
            PERFORM pide-tipo-mapeo-valor UNTIL ws-tipo-mapeo-valido
            PERFORM fija-nombre-mapeo.

       pide-tipo-mapeo-valor.
            DISPLAY "asignacion de (P) programa o (D) departamento "
                    "de nomina: "
            ACCEPT ws-tipo-mapeo
            IF ws-tipo-mapeo = 'p'
                MOVE 'P' TO ws-tipo-mapeo
            END-IF
            IF ws-tipo-mapeo = 'd'
                MOVE 'D' TO ws-tipo-mapeo
            END-IF
            IF NOT ws-tipo-mapeo-valido
                DISPLAY "ERROR: tipo de asignacion no valido"
            END-IF.

       fija-nombre-mapeo.
            IF ws-mapeo-departamentos
                MOVE "cuentas_nomina.dat" TO ws-nombre-mapeo
            ELSE
                MOVE "cuentas_contables.dat" TO ws-nombre-mapeo
            END-IF.

       carga-mapeo.
            MOVE 0 TO ws-mapeo-count
            MOVE 'N' TO ws-mapeo-llena-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT cuentas-file
            IF fs-cuentas-ok
                PERFORM carga-linea-mapeo UNTIL ws-eof
                CLOSE cuentas-file
            END-IF
            IF ws-mapeo-llena
                DISPLAY "ERROR: " ws-nombre-mapeo " tiene mas de 40 "
                        "asignaciones, no se modifica"
            END-IF
            MOVE 'N' TO ws-eof-sw.

       carga-linea-mapeo.
            READ cuentas-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE cuentas-rec TO ws-cuenta-linea
                    IF ws-mapeo-count < 40
                        ADD 1 TO ws-mapeo-count
                        MOVE mc-programa TO mp-programa(ws-mapeo-count)
                        MOVE mc-cuenta TO mp-cuenta(ws-mapeo-count)
                    ELSE
                        SET ws-mapeo-llena TO TRUE
                    END-IF
            END-READ.

       graba-mapeo.
            OPEN OUTPUT cuentas-file
            PERFORM graba-linea-mapeo
                VARYING ws-mapeo-idx FROM 1 BY 1
                UNTIL ws-mapeo-idx > ws-mapeo-count
            CLOSE cuentas-file.

       graba-linea-mapeo.
            IF mp-programa(ws-mapeo-idx) NOT = SPACES
                MOVE mp-programa(ws-mapeo-idx) TO mc-programa
                MOVE mp-cuenta(ws-mapeo-idx) TO mc-cuenta
                MOVE ws-cuenta-linea TO cuentas-rec
                WRITE cuentas-rec
            END-IF.

       busca-programa-mapeado.
            IF mp-programa(ws-mapeo-idx) = ws-programa
                MOVE ws-mapeo-idx TO ws-mapeo-hallado
            END-IF.

       asigna-programa.
            PERFORM pide-tipo-mapeo
            IF ws-mapeo-departamentos
                DISPLAY "departamento (o NOMINA-PAGAR, NOMINA-IRPF, "
                        "NOMINA-SS, NOMINA-GASTO): "
            ELSE
                DISPLAY "programa (tt-programa, CONTRAPARTIDA, "
                        "ACTIVO-COBRO, ACTIVO-RESULT...): "
            END-IF
            ACCEPT ws-programa
            DISPLAY "cuenta: "
            ACCEPT ws-cuenta
            PERFORM valida-clave-mapeo
            IF ws-clave-valida
                OPEN INPUT plan-file
                IF NOT fs-cu-ok
                    DISPLAY "ERROR: no se encontro plan_cuentas.dat, "
                            "de de alta antes las cuentas"
                ELSE
                    MOVE ws-cuenta TO cu-cuenta
                    PERFORM lee-cuenta
                    CLOSE plan-file
                    EVALUATE TRUE
                        WHEN NOT ws-encontrado
                            DISPLAY "ERROR: no existe la cuenta "
                                    ws-cuenta
                        WHEN cu-inactiva
                            DISPLAY "ERROR: la cuenta " ws-cuenta
                                    " esta inactiva"
                        WHEN OTHER
                            PERFORM graba-asignacion
                    END-EVALUATE
                END-IF
            END-IF.

       valida-clave-mapeo.
      * un departamento tiene que existir en departamentos.dat; la
      * lineas especiales NOMINA-PAGAR, NOMINA-IRPF, NOMINA-SS y
      * NOMINA-GASTO no son departamentos
            MOVE 'N' TO ws-clave-valida-sw
            EVALUATE TRUE
                WHEN ws-programa = SPACES
                    DISPLAY "ERROR: el programa o departamento es "
                            "obligatorio"
                WHEN ws-mapeo-programas
                    SET ws-clave-valida TO TRUE
                WHEN ws-programa = "NOMINA-PAGAR"
                WHEN ws-programa = "NOMINA-IRPF"
                WHEN ws-programa = "NOMINA-SS"
                WHEN ws-programa = "NOMINA-GASTO"
                    SET ws-clave-valida TO TRUE
                WHEN OTHER
                    PERFORM valida-departamento
            END-EVALUATE.

       valida-departamento.
            OPEN INPUT departamento-file
            IF NOT fs-dp-ok
                DISPLAY "ERROR: no se encontro departamentos.dat"
            ELSE
                MOVE ws-programa TO dp-codigo
                READ departamento-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe el departamento "
                                ws-programa
                    NOT INVALID KEY
                        SET ws-clave-valida TO TRUE
                END-READ
                CLOSE departamento-file
            END-IF.

       graba-asignacion.
            PERFORM carga-mapeo
            MOVE 0 TO ws-mapeo-hallado
            PERFORM busca-programa-mapeado
                VARYING ws-mapeo-idx FROM 1 BY 1
                UNTIL ws-mapeo-idx > ws-mapeo-count
                   OR ws-mapeo-hallado > 0
            IF ws-mapeo-hallado > 0
                DISPLAY "cuenta anterior: "
                        mp-cuenta(ws-mapeo-hallado)
                MOVE ws-cuenta TO mp-cuenta(ws-mapeo-hallado)
            ELSE
                IF ws-mapeo-count < 40
                    ADD 1 TO ws-mapeo-count
                    MOVE ws-programa TO mp-programa(ws-mapeo-count)
                    MOVE ws-cuenta TO mp-cuenta(ws-mapeo-count)
                    MOVE ws-mapeo-count TO ws-mapeo-hallado
                ELSE
                    DISPLAY "ERROR: tabla de asignaciones llena"
                END-IF
            END-IF
            IF ws-mapeo-hallado > 0 AND NOT ws-mapeo-llena
                PERFORM graba-mapeo
                DISPLAY ws-programa " -> " ws-cuenta " en "
                        ws-nombre-mapeo
            END-IF.

       quita-programa.
            PERFORM pide-tipo-mapeo
            DISPLAY "programa o departamento cuya asignacion se "
                    "quita: "
            ACCEPT ws-programa
            PERFORM carga-mapeo
            MOVE 0 TO ws-mapeo-hallado
            PERFORM busca-programa-mapeado
                VARYING ws-mapeo-idx FROM 1 BY 1
                UNTIL ws-mapeo-idx > ws-mapeo-count
                   OR ws-mapeo-hallado > 0
            IF ws-mapeo-hallado = 0
                DISPLAY "ERROR: " ws-programa
                        " no tiene cuenta asignada en "
                        ws-nombre-mapeo
            ELSE
                IF NOT ws-mapeo-llena
                    MOVE SPACES TO mp-programa(ws-mapeo-hallado)
                    PERFORM graba-mapeo
                    DISPLAY "asignacion de " ws-programa " quitada"
                END-IF
            END-IF.

       lista-plan.
            MOVE 'N' TO ws-lista-eof-sw
            MOVE 0 TO ws-cuentas-listadas
            OPEN INPUT plan-file
            IF NOT fs-cu-ok
                DISPLAY "aviso: no se encontro plan_cuentas.dat, no "
                        "hay nada que listar"
            ELSE
                MOVE LOW-VALUES TO cu-cuenta
                START plan-file KEY IS NOT LESS THAN cu-cuenta
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-cuenta UNTIL ws-lista-eof
                CLOSE plan-file
                DISPLAY ws-cuentas-listadas " cuentas"
            END-IF
            SET ws-mapeo-programas TO TRUE
            PERFORM lista-mapeo
            SET ws-mapeo-departamentos TO TRUE
            PERFORM lista-mapeo.

       lista-mapeo.
            PERFORM fija-nombre-mapeo
            PERFORM carga-mapeo
            DISPLAY "asignaciones de " ws-nombre-mapeo
            PERFORM lista-linea-mapeo
                VARYING ws-mapeo-idx FROM 1 BY 1
                UNTIL ws-mapeo-idx > ws-mapeo-count.

       lista-siguiente-cuenta.
            READ plan-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-cuentas-listadas
                    IF cu-inactiva
                        DISPLAY cu-cuenta " " cu-nombre " " cu-tipo
                                " (INACTIVA)"
                    ELSE
                        DISPLAY cu-cuenta " " cu-nombre " " cu-tipo
                    END-IF
            END-READ.

       lista-linea-mapeo.
            DISPLAY "  " mp-programa(ws-mapeo-idx) " -> "
                    mp-cuenta(ws-mapeo-idx).

       END PROGRAM rutinas_91.
