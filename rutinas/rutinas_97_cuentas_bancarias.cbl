      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of the bank account each
      *     employee's nomina is transferred to,
      *     cuentas_bancarias_empleado.dat
      *     (cuenta_bancaria_empleado.cpy). An account is assigned
      *     or changed only for an employee that exists in
      *     empleados.dat and only with a valid IBAN: two-letter
      *     country, numeric check digits, 24 positions and all
      *     digits for a Spanish account, and the mod-97 check over
      *     the whole code. Every assignment, change and removal
      *     goes to empleados_historial.log (historial_empleado.cpy)
      *     as a "CUENTA BANCO" action with the account record
      *     before and after and the operator, so it also shows in
      *     rutinas_4's employee history; option 3 shows an
      *     employee's current account and its change history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_97.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cuentas-file
               ASSIGN TO "cuentas_bancarias_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bc-emp-id
               FILE STATUS IS ws-bc-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT historial-emp-file
               ASSIGN TO "empleados_historial.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-emp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cuentas-file.
       COPY cuenta_bancaria_empleado.

       FD  empleados-file.
       COPY empleado.

       FD  historial-emp-file.
       01  historial-emp-rec pic x(240).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bc-status==
                              ==:FS-PREFIJO:== BY ==fs-bc==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-hist-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-hist-emp==.
       COPY historial_empleado.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-empleado-sw pic x value 'N'.
           88 ws-empleado-existe value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-empleados-abierto-sw pic x value 'N'.
           88 ws-empleados-abierto value 'Y'.
       01 ws-hist-eof-sw pic x value 'N'.
           88 ws-hist-eof value 'Y'.
       01 ws-emp-entrada pic x(6).
       01 ws-emp-num redefines ws-emp-entrada pic 9(6).
       01 ws-confirmacion pic x.
       01 ws-imagen-antes pic x(90).
       01 ws-imagen-despues pic x(90).
       01 ws-hist-vistos pic 9(4).
       01 ws-listadas pic 9(5).
       01 ws-nombre-empleado pic x(36).
      * validacion del IBAN: el codigo se reordena (los cuatro
      * primeros caracteres al final), cada letra vale su posicion
      * en el alfabeto mas 9 (A = 10) y el resto de dividir el numero
      * resultante entre 97 tiene que ser 1; se calcula caracter a
      * caracter para no pasar de la capacidad de un campo numerico
       01 ws-iban pic x(24).
       01 ws-iban-valido-sw pic x value 'N'.
           88 ws-iban-valido value 'Y'.
       01 ws-iban-caracter-sw pic x value 'Y'.
           88 ws-iban-caracteres-ok value 'Y'.
       01 ws-iban-long pic 9(2).
       01 ws-iban-idx pic 9(2).
       01 ws-caracter pic x.
       01 ws-digito pic 9.
       01 ws-letra-pos pic 9(2).
       01 ws-letras-iban pic x(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-acumulado pic 9(5).
       01 ws-cociente pic 9(5).
       01 ws-resto pic 9(2).

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
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM asigna-cuenta
                WHEN "2"
                    PERFORM quita-cuenta
                WHEN "3"
                    PERFORM consulta-cuenta
                WHEN "4"
                    PERFORM lista-cuentas
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) asignar o cambiar cuenta  2) quitar cuenta"
            DISPLAY "3) consultar empleado  4) listar  5) salir"
            ACCEPT ws-opcion.

       abre-cuentas.
            OPEN I-O cuentas-file
            IF fs-bc-fichero-no-existe
                OPEN OUTPUT cuentas-file
                CLOSE cuentas-file
                OPEN I-O cuentas-file
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
                            DISPLAY emp-nombre " " emp-apellido
                    END-READ
                    CLOSE empleados-file
                END-IF
            END-IF.

       lee-cuenta.
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-emp-num TO bc-emp-id
            READ cuentas-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       asigna-cuenta.
            PERFORM pide-empleado
            IF ws-empleado-existe
                PERFORM abre-cuentas
                PERFORM lee-cuenta
                MOVE SPACES TO ws-imagen-antes
                IF ws-encontrado
                    MOVE cuenta-bancaria-rec TO ws-imagen-antes
                    DISPLAY "cuenta actual: " bc-iban " desde "
                            bc-fecha-desde
                ELSE
                    DISPLAY "el empleado no tiene cuenta"
                END-IF
                DISPLAY "IBAN (sin espacios; blanco = no cambiar): "
                ACCEPT ws-iban
                INSPECT ws-iban CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                EVALUATE TRUE
                    WHEN ws-iban = SPACES
                        DISPLAY "sin cambios"
                    WHEN ws-encontrado AND ws-iban = bc-iban
                        DISPLAY "es la misma cuenta, sin cambios"
                    WHEN OTHER
                        PERFORM valida-iban
                        IF ws-iban-valido
                            PERFORM graba-cuenta
                        ELSE
                            DISPLAY "ERROR: IBAN no valido, la cuenta"
                                    " no se graba"
                        END-IF
                END-EVALUATE
                CLOSE cuentas-file
            END-IF.

       graba-cuenta.
            MOVE ws-emp-num TO bc-emp-id
            MOVE ws-iban TO bc-iban
            ACCEPT bc-fecha-desde FROM DATE YYYYMMDD
            MOVE ws-operador TO bc-operador
            IF ws-encontrado
                REWRITE cuenta-bancaria-rec
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo cambiar la cuenta"
                    NOT INVALID KEY
                        DISPLAY "cuenta cambiada"
                        MOVE cuenta-bancaria-rec TO ws-imagen-despues
                        PERFORM graba-historial-cuenta
                END-REWRITE
            ELSE
                WRITE cuenta-bancaria-rec
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo grabar la cuenta"
                    NOT INVALID KEY
                        DISPLAY "cuenta asignada"
                        MOVE cuenta-bancaria-rec TO ws-imagen-despues
                        PERFORM graba-historial-cuenta
                END-WRITE
            END-IF.

       quita-cuenta.
            PERFORM pide-empleado
            IF ws-empleado-existe
                PERFORM abre-cuentas
                PERFORM lee-cuenta
                IF NOT ws-encontrado
                    DISPLAY "el empleado no tiene cuenta"
                ELSE
                    DISPLAY "cuenta actual: " bc-iban
                    DISPLAY "quitar la cuenta (S/N)? "
                    ACCEPT ws-confirmacion
                    IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                        MOVE cuenta-bancaria-rec TO ws-imagen-antes
                        DELETE cuentas-file
                            INVALID KEY
                                DISPLAY "ERROR: no se pudo quitar"
                            NOT INVALID KEY
                                DISPLAY "cuenta quitada; la nomina "
                                        "del empleado no se "
                                        "transferira"
                                MOVE SPACES TO ws-imagen-despues
                                PERFORM graba-historial-cuenta
                        END-DELETE
                    END-IF
                END-IF
                CLOSE cuentas-file
            END-IF.

       graba-historial-cuenta.
            ACCEPT he-fecha FROM DATE YYYYMMDD
            ACCEPT he-hora FROM TIME
            MOVE ws-operador TO he-operador
            MOVE "CUENTA BANCO" TO he-accion
            MOVE ws-emp-num TO he-id
            MOVE ws-imagen-antes TO he-antes
            MOVE ws-imagen-despues TO he-despues
            OPEN EXTEND historial-emp-file
            IF fs-hist-emp-fichero-no-existe
                OPEN OUTPUT historial-emp-file
            END-IF
            MOVE ws-hist-emp-linea TO historial-emp-rec
            WRITE historial-emp-rec
            CLOSE historial-emp-file.

       valida-iban.
            MOVE 'N' TO ws-iban-valido-sw
            MOVE 0 TO ws-iban-long
            INSPECT ws-iban TALLYING ws-iban-long
                FOR CHARACTERS BEFORE INITIAL SPACE
            EVALUATE TRUE
                WHEN ws-iban-long < 15
                    DISPLAY "ERROR: el IBAN es demasiado corto"
                WHEN ws-iban-long < 24
                        AND ws-iban(ws-iban-long + 1:) NOT = SPACES
                    DISPLAY "ERROR: el IBAN no puede llevar espacios"
                WHEN ws-iban(1:2) NOT ALPHABETIC-UPPER
                    DISPLAY "ERROR: el IBAN empieza por el codigo de "
                            "pais"
                WHEN ws-iban(3:2) NOT NUMERIC
                    DISPLAY "ERROR: los digitos de control del IBAN "
                            "no son numericos"
                WHEN ws-iban(1:2) = "ES" AND ws-iban-long NOT = 24
                    DISPLAY "ERROR: un IBAN espanol tiene 24 posiciones"
                WHEN ws-iban(1:2) = "ES" AND ws-iban(5:20) NOT NUMERIC
                    DISPLAY "ERROR: la cuenta de un IBAN espanol es "
                            "numerica"
                WHEN OTHER
                    PERFORM calcula-control-iban
            END-EVALUATE.

       calcula-control-iban.
            MOVE 0 TO ws-resto
            MOVE 'Y' TO ws-iban-caracter-sw
            PERFORM suma-caracter-iban
                VARYING ws-iban-idx FROM 5 BY 1
                UNTIL ws-iban-idx > ws-iban-long
                   OR NOT ws-iban-caracteres-ok
            PERFORM suma-caracter-iban
                VARYING ws-iban-idx FROM 1 BY 1
                UNTIL ws-iban-idx > 4
                   OR NOT ws-iban-caracteres-ok
            IF NOT ws-iban-caracteres-ok
                DISPLAY "ERROR: el IBAN solo admite letras y digitos"
            ELSE
                IF ws-resto = 1
                    SET ws-iban-valido TO TRUE
                ELSE
                    DISPLAY "ERROR: los digitos de control del IBAN "
                            "no cuadran"
                END-IF
            END-IF.

       suma-caracter-iban.
            MOVE ws-iban(ws-iban-idx:1) TO ws-caracter
            IF ws-caracter IS NUMERIC
                MOVE ws-caracter TO ws-digito
                COMPUTE ws-acumulado = ws-resto * 10 + ws-digito
            ELSE
                MOVE 0 TO ws-letra-pos
                INSPECT ws-letras-iban TALLYING ws-letra-pos
                    FOR CHARACTERS BEFORE INITIAL ws-caracter
                IF ws-letra-pos > 25
                    MOVE 'N' TO ws-iban-caracter-sw
                    MOVE 0 TO ws-acumulado
                ELSE
                    COMPUTE ws-acumulado =
                        ws-resto * 100 + ws-letra-pos + 10
                END-IF
            END-IF
            DIVIDE ws-acumulado BY 97 GIVING ws-cociente
                REMAINDER ws-resto.

       consulta-cuenta.
            PERFORM pide-empleado
            IF ws-empleado-existe
                OPEN INPUT cuentas-file
                MOVE 'N' TO ws-encontrado-sw
                IF fs-bc-ok
                    PERFORM lee-cuenta
                    CLOSE cuentas-file
                END-IF
                IF ws-encontrado
                    DISPLAY "cuenta actual: " bc-iban " desde "
                            bc-fecha-desde " (" bc-operador ")"
                ELSE
                    DISPLAY "el empleado no tiene cuenta"
                END-IF
                MOVE 0 TO ws-hist-vistos
                MOVE 'N' TO ws-hist-eof-sw
                OPEN INPUT historial-emp-file
                IF fs-hist-emp-ok
                    PERFORM muestra-cambio-cuenta UNTIL ws-hist-eof
                    CLOSE historial-emp-file
                END-IF
                IF ws-hist-vistos = 0
                    DISPLAY "sin cambios de cuenta registrados"
                END-IF
            END-IF.

       muestra-cambio-cuenta.
            READ historial-emp-file
                AT END
                    SET ws-hist-eof TO TRUE
                NOT AT END
                    MOVE historial-emp-rec TO ws-hist-emp-linea
                    IF he-id = ws-emp-num
                            AND he-accion = "CUENTA BANCO"
                        ADD 1 TO ws-hist-vistos
                        MOVE he-antes TO cuenta-bancaria-rec
                        DISPLAY he-fecha " por " he-operador
                                "  antes: " bc-iban
                        MOVE he-despues TO cuenta-bancaria-rec
                        DISPLAY "                    despues: "
                                bc-iban
                    END-IF
            END-READ.

       lista-cuentas.
            MOVE 0 TO ws-listadas
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT cuentas-file
            IF NOT fs-bc-ok
                DISPLAY "no hay cuentas bancarias grabadas"
            ELSE
                MOVE 'N' TO ws-empleados-abierto-sw
                OPEN INPUT empleados-file
                IF fs-emp-ok
                    SET ws-empleados-abierto TO TRUE
                END-IF
                MOVE LOW-VALUES TO bc-emp-id
                START cuentas-file KEY IS NOT LESS THAN bc-emp-id
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-cuenta UNTIL ws-lista-eof
                IF ws-empleados-abierto
                    CLOSE empleados-file
                END-IF
                CLOSE cuentas-file
                DISPLAY ws-listadas " cuentas"
            END-IF.

       lista-cuenta.
            READ cuentas-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-listadas
                    MOVE SPACES TO ws-nombre-empleado
                    IF ws-empleados-abierto
                        MOVE bc-emp-id TO emp-id
                        READ empleados-file
                            INVALID KEY
                                MOVE "EMPLEADO INEXISTENTE"
                                    TO ws-nombre-empleado
                            NOT INVALID KEY
                                STRING emp-apellido DELIMITED BY "  "
                                       ", " DELIMITED BY SIZE
                                       emp-nombre DELIMITED BY "  "
                                    INTO ws-nombre-empleado
                        END-READ
                    END-IF
                    DISPLAY bc-emp-id " " bc-iban " "
                            ws-nombre-empleado
            END-READ.

       END PROGRAM rutinas_97.
