      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: employee expense claims, gastos.dat
      *     (gasto.cpy). Option 1 enters a claim for an active
      *     employee: the date of the expense (not in the future),
      *     a category (meals, mileage, transport, lodging, other),
      *     the amount and a description; the claim is numbered from
      *     gastos_contador.dat, keeps the employee's department of
      *     the day, is recorded pending and a pending GASTO request
      *     goes to aprobaciones.dat for a supervisor to approve in
      *     rutinas_57. The payroll run (rutinas_33) reimburses the
      *     approved claims. Option 2 cancels a claim still pending.
      *     Option 3 lists an employee's claims.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_103.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gastos-file ASSIGN TO "gastos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ga-id
               FILE STATUS IS ws-ga-status.
           SELECT gastos-contador-file ASSIGN TO "gastos_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ga-ctr-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT aprobaciones-contador-file
               ASSIGN TO "aprobaciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apr-ctr-status.

       DATA DIVISION.
       FILE SECTION.
       FD  gastos-file.
       COPY gasto.

       FD  gastos-contador-file.
       01  gastos-contador-rec pic 9(6).

       FD  empleados-file.
       COPY empleado.

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  aprobaciones-contador-file.
       01  aprobaciones-contador-rec pic 9(6).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ga-status==
                              ==:FS-PREFIJO:== BY ==fs-ga==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ga-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-ga-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apr-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-apr-ctr==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-fecha-hoy pic 9(8).
       01 ws-emp-entrada pic x(6).
       01 ws-emp-num redefines ws-emp-entrada pic 9(6).
       01 ws-gasto-entrada pic x(6).
       01 ws-gasto-num redefines ws-gasto-entrada pic 9(6).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-importe-entrada pic x(7).
       01 ws-importe-num redefines ws-importe-entrada pic 9(5)v99.
       01 ws-importe-edit pic zzzz9.99.
       01 ws-categoria-entrada pic x.
       01 ws-descripcion-entrada pic x(30).
       01 ws-depto-empleado pic x(4).
       01 ws-empleado-sw pic x value 'N'.
           88 ws-empleado-existe value 'Y'.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-siguiente-gasto-id pic 9(6) value 0.
       01 ws-siguiente-apr-id pic 9(6) value 0.
       01 ws-listados pic 9(4).
       01 ws-estado-texto pic x(9).
       01 ws-categoria-texto pic x(12).
      * validacion de fechas
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-fecha-validar pic 9(8).
       01 ws-fecha-validar-partes redefines ws-fecha-validar.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).
       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia pic 9(2).
       01 ws-resto-bisiesto pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "4".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-gasto
                WHEN "2"
                    PERFORM anula-gasto
                WHEN "3"
                    PERFORM consulta-empleado
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) nueva nota de gastos  2) anular nota  "
                    "3) consultar empleado  4) salir"
            ACCEPT ws-opcion.

       abre-gastos.
            OPEN I-O gastos-file
            IF fs-ga-fichero-no-existe
                OPEN OUTPUT gastos-file
                CLOSE gastos-file
                OPEN I-O gastos-file
            END-IF.

       pide-empleado.
      * ws-empleado-existe si el emp-id tecleado esta en el maestro
            MOVE 'N' TO ws-empleado-sw
            DISPLAY "emp-id: "
            ACCEPT ws-emp-entrada
            IF ws-emp-entrada NOT NUMERIC
                DISPLAY "ERROR: emp-id no valido"
            ELSE
                OPEN INPUT empleados-file
                IF NOT fs-emp-ok
                    DISPLAY "ERROR: no se encontro empleados.dat"
                ELSE
                    MOVE ws-emp-num TO emp-id
                    READ empleados-file
                        INVALID KEY
                            DISPLAY "ERROR: no existe el empleado "
                                    ws-emp-num
                        NOT INVALID KEY
                            SET ws-empleado-existe TO TRUE
                            MOVE emp-depto TO ws-depto-empleado
                            DISPLAY emp-nombre " " emp-apellido
                    END-READ
                    CLOSE empleados-file
                END-IF
            END-IF.

       valida-fecha.
      * dia dentro del mes, con febrero de 29 dias en los bisiestos
            MOVE 'N' TO ws-fecha-valida-sw
            IF fv-aaaa >= 1900 AND fv-mm >= 1 AND fv-mm <= 12
                MOVE ws-dias-mes(fv-mm) TO ws-ultimo-dia
                IF fv-mm = 2
                    DIVIDE fv-aaaa BY 4 GIVING ws-cociente-bisiesto
                        REMAINDER ws-resto-bisiesto
                    IF ws-resto-bisiesto = 0
                        MOVE 29 TO ws-ultimo-dia
                        DIVIDE fv-aaaa BY 100
                            GIVING ws-cociente-bisiesto
                            REMAINDER ws-resto-bisiesto
                        IF ws-resto-bisiesto = 0
                            DIVIDE fv-aaaa BY 400
                                GIVING ws-cociente-bisiesto
                                REMAINDER ws-resto-bisiesto
                            IF ws-resto-bisiesto NOT = 0
                                MOVE 28 TO ws-ultimo-dia
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF fv-dd >= 1 AND fv-dd <= ws-ultimo-dia
                    SET ws-fecha-valida TO TRUE
                END-IF
            END-IF.

       alta-gasto.
            PERFORM pide-datos-gasto
            IF ws-valido
                PERFORM siguiente-gasto-id
                PERFORM siguiente-apr-id
                PERFORM abre-gastos
                MOVE ws-siguiente-gasto-id TO ga-id
                MOVE ws-emp-num TO ga-emp-id
                MOVE ws-depto-empleado TO ga-depto
                MOVE ws-fecha-num TO ga-fecha
                MOVE ws-categoria-entrada TO ga-categoria
                MOVE ws-importe-num TO ga-importe
                MOVE ws-descripcion-entrada TO ga-descripcion
                SET ga-pendiente TO TRUE
                MOVE ws-siguiente-apr-id TO ga-apr-id
                MOVE ws-operador TO ga-solicita
                MOVE ws-fecha-hoy TO ga-fecha-sol
                MOVE 0 TO ga-periodo-pago
                WRITE gasto-rec
                    INVALID KEY
                        DISPLAY "ERROR: la nota " ga-id " ya existe, "
                                "revise gastos_contador.dat"
                        MOVE 'N' TO ws-valido-sw
                END-WRITE
                CLOSE gastos-file
                IF ws-valido
                    PERFORM graba-solicitud-aprobacion
                    DISPLAY "nota de gastos " ws-siguiente-gasto-id
                            " de " ws-importe-edit " pendiente de "
                            "aprobacion, solicitud "
                            ws-siguiente-apr-id
                END-IF
            END-IF.

       pide-datos-gasto.
      * deja ws-valido a 'Y' solo si la nota se puede dar de alta
            SET ws-valido TO TRUE
            PERFORM pide-empleado
            IF NOT ws-empleado-existe
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido AND NOT emp-activo
                DISPLAY "ERROR: el empleado esta de baja"
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido
                DISPLAY "fecha del gasto (AAAAMMDD): "
                ACCEPT ws-fecha-entrada
                MOVE 'N' TO ws-fecha-valida-sw
                IF ws-fecha-entrada IS NUMERIC
                    MOVE ws-fecha-num TO ws-fecha-validar
                    PERFORM valida-fecha
                END-IF
                IF NOT ws-fecha-valida
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido AND ws-fecha-num > ws-fecha-hoy
                DISPLAY "ERROR: la fecha del gasto es posterior a hoy"
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido
                DISPLAY "categoria (D dietas, K kilometraje, "
                        "T transporte, A alojamiento, O otros): "
                ACCEPT ws-categoria-entrada
                INSPECT ws-categoria-entrada
                    CONVERTING "dktao" TO "DKTAO"
                IF ws-categoria-entrada NOT = "D"
                        AND ws-categoria-entrada NOT = "K"
                        AND ws-categoria-entrada NOT = "T"
                        AND ws-categoria-entrada NOT = "A"
                        AND ws-categoria-entrada NOT = "O"
                    DISPLAY "ERROR: categoria no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "importe (siete digitos, dos decimales "
                        "implicitos): "
                ACCEPT ws-importe-entrada
                IF ws-importe-entrada NOT NUMERIC OR ws-importe-num = 0
                    DISPLAY "ERROR: importe no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                MOVE ws-importe-num TO ws-importe-edit
                DISPLAY "descripcion: "
                ACCEPT ws-descripcion-entrada
                IF ws-descripcion-entrada = SPACES
                    DISPLAY "ERROR: la descripcion es obligatoria"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF.

       graba-solicitud-aprobacion.
      * la nota no se reembolsa sin el visto bueno de un supervisor
      * en rutinas_57
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "GASTO" TO apr-tipo
            MOVE ws-operador TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE SPACES TO apr-detalle1
            STRING ws-siguiente-gasto-id " emp " ws-emp-entrada
                DELIMITED BY SIZE INTO apr-detalle1
            MOVE SPACES TO apr-detalle2
            STRING ws-categoria-entrada " " ws-fecha-entrada " "
                   ws-depto-empleado
                DELIMITED BY SIZE INTO apr-detalle2
            MOVE SPACES TO apr-detalle3
            MOVE ws-importe-edit TO apr-detalle3
            SET apr-pendiente TO TRUE
            MOVE SPACES TO apr-aprueba
            MOVE 0 TO apr-fecha-apr
            MOVE SPACES TO apr-nota
            OPEN I-O aprobaciones-file
            IF fs-aprobaciones-fichero-no-existe
                OPEN OUTPUT aprobaciones-file
                CLOSE aprobaciones-file
                OPEN I-O aprobaciones-file
            END-IF
            WRITE aprobacion-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE aprobaciones-file.

       siguiente-gasto-id.
            OPEN INPUT gastos-contador-file
            IF fs-ga-ctr-ok
                READ gastos-contador-file
                    NOT AT END
                        MOVE gastos-contador-rec
                            TO ws-siguiente-gasto-id
                END-READ
                CLOSE gastos-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-gasto-id
            END-IF
            ADD 1 TO ws-siguiente-gasto-id
            OPEN OUTPUT gastos-contador-file
            MOVE ws-siguiente-gasto-id TO gastos-contador-rec
            WRITE gastos-contador-rec
            CLOSE gastos-contador-file.

       siguiente-apr-id.
            OPEN INPUT aprobaciones-contador-file
            IF fs-apr-ctr-ok
                READ aprobaciones-contador-file
                    NOT AT END
                        MOVE aprobaciones-contador-rec
                            TO ws-siguiente-apr-id
                END-READ
                CLOSE aprobaciones-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-apr-id
            END-IF
            ADD 1 TO ws-siguiente-apr-id
            OPEN OUTPUT aprobaciones-contador-file
            MOVE ws-siguiente-apr-id TO aprobaciones-contador-rec
            WRITE aprobaciones-contador-rec
            CLOSE aprobaciones-contador-file.

       anula-gasto.
      * solo una nota pendiente; la solicitud en aprobaciones.dat la
      * rechaza rutinas_57 al ver la nota anulada
            DISPLAY "numero de nota: "
            ACCEPT ws-gasto-entrada
            IF ws-gasto-entrada NOT NUMERIC
                DISPLAY "ERROR: numero de nota no valido"
            ELSE
                PERFORM abre-gastos
                MOVE ws-gasto-num TO ga-id
                READ gastos-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe la nota " ga-id
                    NOT INVALID KEY
                        PERFORM anula-gasto-leido
                END-READ
                CLOSE gastos-file
            END-IF.

       anula-gasto-leido.
            IF ga-pendiente
                MOVE ga-importe TO ws-importe-edit
                DISPLAY "nota " ga-id " del empleado " ga-emp-id
                        " del " ga-fecha ": " ws-importe-edit " "
                        ga-descripcion
                DISPLAY "anular la nota (S/N): "
                ACCEPT ws-confirmacion
                IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                    SET ga-anulado TO TRUE
                    REWRITE gasto-rec
                    DISPLAY "nota anulada"
                END-IF
            ELSE
                DISPLAY "ERROR: la nota ya no esta pendiente"
            END-IF.

       consulta-empleado.
      * el fichero va por numero de nota: se recorre entero
            PERFORM pide-empleado
            IF ws-empleado-existe
                MOVE 0 TO ws-listados
                OPEN INPUT gastos-file
                IF fs-ga-ok
                    MOVE 'N' TO ws-eof-sw
                    MOVE 0 TO ga-id
                    START gastos-file KEY IS NOT LESS THAN ga-id
                        INVALID KEY
                            SET ws-eof TO TRUE
                    END-START
                    PERFORM lista-gasto UNTIL ws-eof
                    CLOSE gastos-file
                END-IF
                IF ws-listados = 0
                    DISPLAY "el empleado no tiene notas de gastos"
                END-IF
            END-IF.

       lista-gasto.
            READ gastos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF ga-emp-id = ws-emp-num
                        ADD 1 TO ws-listados
                        PERFORM describe-gasto
                        MOVE ga-importe TO ws-importe-edit
                        DISPLAY ga-id " " ga-fecha " "
                                ws-categoria-texto " " ws-importe-edit
                                " " ws-estado-texto " "
                                ga-descripcion
                        IF ga-pagado
                            DISPLAY "       pagada en la nomina "
                                    ga-periodo-pago
                        END-IF
                    END-IF
            END-READ.

       describe-gasto.
            EVALUATE TRUE
                WHEN ga-dietas
                    MOVE "DIETAS" TO ws-categoria-texto
                WHEN ga-kilometraje
                    MOVE "KILOMETRAJE" TO ws-categoria-texto
                WHEN ga-transporte
                    MOVE "TRANSPORTE" TO ws-categoria-texto
                WHEN ga-alojamiento
                    MOVE "ALOJAMIENTO" TO ws-categoria-texto
                WHEN OTHER
                    MOVE "OTROS" TO ws-categoria-texto
            END-EVALUATE
            EVALUATE TRUE
                WHEN ga-pendiente
                    MOVE "PENDIENTE" TO ws-estado-texto
                WHEN ga-aprobado
                    MOVE "APROBADA" TO ws-estado-texto
                WHEN ga-rechazado
                    MOVE "RECHAZADA" TO ws-estado-texto
                WHEN ga-pagado
                    MOVE "PAGADA" TO ws-estado-texto
                WHEN OTHER
                    MOVE "ANULADA" TO ws-estado-texto
            END-EVALUATE.

       END PROGRAM rutinas_103.
