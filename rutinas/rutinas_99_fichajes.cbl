      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: employee clock-in/clock-out records,
      *     fichajes.dat (fichaje.cpy). Option 1 loads the file
      *     exported by the clocking terminal, fichajes_terminal.dat
      *     (fichaje_terminal.cpy), the way rutinas_26 loads
      *     transactions: a line for an employee that is not in
      *     empleados.dat, with an impossible date or hour, a type
      *     other than E/S, or dated inside a month rutinas_38 has
      *     closed is rejected to excepciones.log and the load goes
      *     on; a line already loaded is skipped and counted, so the
      *     same export can be loaded twice without harm, and a
      *     different clocking at the same minute is rejected as a
      *     duplicate. Option 2 keys in a forgotten clocking by hand
      *     (marked manual, with the operator), option 3 removes a
      *     wrong one, leaving its image in empleados_historial.log
      *     as a "FICHAJE BAJA" action, and option 4 lists an
      *     employee's clockings for a month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_99.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fichajes-file ASSIGN TO "fichajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fi-clave
               FILE STATUS IS ws-fi-status.
           SELECT terminal-file ASSIGN TO "fichajes_terminal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-terminal-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT historial-emp-file
               ASSIGN TO "empleados_historial.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-emp-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fichajes-file.
       COPY fichaje.

       FD  terminal-file.
       01  terminal-rec pic x(80).

       FD  empleados-file.
       COPY empleado.

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  historial-emp-file.
       01  historial-emp-rec pic x(240).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fi-status==
                              ==:FS-PREFIJO:== BY ==fs-fi==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-terminal-status==
                              ==:FS-PREFIJO:== BY ==fs-terminal==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-hist-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-hist-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY fichaje_terminal.
       COPY periodo_cerrado.
       COPY historial_empleado.
       COPY excepcion.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-emp-entrada pic x(6).
       01 ws-emp-num redefines ws-emp-entrada pic 9(6).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-hora-entrada pic x(4).
       01 ws-hora-num redefines ws-hora-entrada pic 9(4).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo-num redefines ws-periodo-entrada pic 9(6).
       01 ws-tipo-entrada pic x.
       01 ws-empleado-sw pic x value 'N'.
           88 ws-empleado-existe value 'Y'.
       01 ws-empleados-abierto-sw pic x value 'N'.
           88 ws-empleados-abierto value 'Y'.
       01 ws-terminal-eof-sw pic x value 'N'.
           88 ws-terminal-eof value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-periodos-eof-sw pic x value 'N'.
           88 ws-periodos-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-linea-valida-sw pic x value 'N'.
           88 ws-linea-valida value 'Y'.
      * periodos cerrados por rutinas_38, igual que en rutinas_26
       01 ws-cerrados-tabla.
           05 ws-cerrado-periodo occurs 24 times pic 9(6).
       01 ws-cerrados-count pic 9(2) value 0.
       01 ws-cerrados-idx pic 9(2).
       01 ws-periodo-linea pic 9(6).
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
      * validacion de fecha y hora
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-fecha-validar pic 9(8).
       01 ws-fecha-validar-partes redefines ws-fecha-validar.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).
       01 ws-hora-validar pic 9(4).
       01 ws-hora-validar-partes redefines ws-hora-validar.
           05 hv-hh pic 9(2).
           05 hv-mi pic 9(2).
       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia pic 9(2).
       01 ws-resto-bisiesto pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).
      * contadores de la carga
       01 ws-leidos pic 9(6) value 0.
       01 ws-cargados pic 9(6) value 0.
       01 ws-repetidos pic 9(6) value 0.
       01 ws-rechazados pic 9(6) value 0.
       01 ws-listados pic 9(4).
       01 ws-imagen-antes pic x(90).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM carga-periodos-cerrados
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM carga-terminal
                WHEN "2"
                    PERFORM alta-fichaje-manual
                WHEN "3"
                    PERFORM baja-fichaje
                WHEN "4"
                    PERFORM consulta-fichajes
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) cargar fichero del terminal  2) fichaje manual"
            DISPLAY "3) anular fichaje  4) consultar mes de un "
                    "empleado  5) salir"
            ACCEPT ws-opcion.

       abre-fichajes.
            OPEN I-O fichajes-file
            IF fs-fi-fichero-no-existe
                OPEN OUTPUT fichajes-file
                CLOSE fichajes-file
                OPEN I-O fichajes-file
            END-IF.

       carga-periodos-cerrados.
            MOVE 'N' TO ws-periodos-eof-sw
            OPEN INPUT periodos-file
            IF fs-periodos-ok
                PERFORM carga-linea-periodo UNTIL ws-periodos-eof
                CLOSE periodos-file
            END-IF.

       carga-linea-periodo.
            READ periodos-file
                AT END
                    SET ws-periodos-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF ws-cerrados-count < 24
                        ADD 1 TO ws-cerrados-count
                        MOVE pc-periodo
                            TO ws-cerrado-periodo(ws-cerrados-count)
                    END-IF
            END-READ.

       verifica-periodo-linea.
            MOVE 'N' TO ws-periodo-cerrado-sw
            MOVE 1 TO ws-cerrados-idx
            PERFORM compara-periodo-cerrado
                UNTIL ws-cerrados-idx > ws-cerrados-count
                   OR ws-periodo-cerrado.

       compara-periodo-cerrado.
            IF ws-cerrado-periodo(ws-cerrados-idx) = ws-periodo-linea
                SET ws-periodo-cerrado TO TRUE
            ELSE
                ADD 1 TO ws-cerrados-idx
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

       busca-empleado.
      * ws-empleado-existe si ws-emp-num esta en el maestro
            MOVE 'N' TO ws-empleado-sw
            IF ws-empleados-abierto
                MOVE ws-emp-num TO emp-id
                READ empleados-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-empleado-existe TO TRUE
                END-READ
            END-IF.

       abre-empleados.
            MOVE 'N' TO ws-empleados-abierto-sw
            OPEN INPUT empleados-file
            IF fs-emp-ok
                SET ws-empleados-abierto TO TRUE
            ELSE
                DISPLAY "ERROR: no se encontro empleados.dat"
            END-IF.

       cierra-empleados.
            IF ws-empleados-abierto
                CLOSE empleados-file
                MOVE 'N' TO ws-empleados-abierto-sw
            END-IF.

       carga-terminal.
            OPEN INPUT terminal-file
            IF NOT fs-terminal-ok
                DISPLAY "ERROR: no se encontro fichajes_terminal.dat"
            ELSE
                PERFORM abre-empleados
                IF NOT ws-empleados-abierto
                    CLOSE terminal-file
                ELSE
                    MOVE 0 TO ws-leidos
                    MOVE 0 TO ws-cargados
                    MOVE 0 TO ws-repetidos
                    MOVE 0 TO ws-rechazados
                    PERFORM abre-fichajes
                    MOVE 'N' TO ws-terminal-eof-sw
                    PERFORM carga-linea-terminal UNTIL ws-terminal-eof
                    CLOSE fichajes-file
                    CLOSE terminal-file
                    PERFORM cierra-empleados
                    DISPLAY "leidos " ws-leidos "  cargados "
                            ws-cargados "  ya cargados "
                            ws-repetidos "  rechazados "
                            ws-rechazados
                    IF ws-rechazados > 0
                        DISPLAY "ver excepciones.log"
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.

       carga-linea-terminal.
            READ terminal-file
                AT END
                    SET ws-terminal-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE terminal-rec TO ws-fichaje-terminal
                    PERFORM valida-linea-terminal
                    IF ws-linea-valida
                        PERFORM graba-fichaje-terminal
                    END-IF
            END-READ.

       valida-linea-terminal.
      * el primer error de la linea es el que va a excepciones.log
            SET ws-linea-valida TO TRUE
            IF ft-emp-id NOT NUMERIC
                MOVE "fichaje emp-id" TO ws-exc-campo
                MOVE terminal-rec(1:20) TO ws-exc-valor
                PERFORM rechaza-linea-terminal
            END-IF
            IF ws-linea-valida
                MOVE ft-emp-id TO ws-emp-num
                PERFORM busca-empleado
                IF NOT ws-empleado-existe
                    MOVE "fichaje emp-id" TO ws-exc-campo
                    MOVE terminal-rec(1:20) TO ws-exc-valor
                    PERFORM rechaza-linea-terminal
                END-IF
            END-IF
            IF ws-linea-valida
                MOVE 'N' TO ws-fecha-valida-sw
                IF ft-fecha IS NUMERIC
                    MOVE ft-fecha TO ws-fecha-validar
                    PERFORM valida-fecha
                END-IF
                IF NOT ws-fecha-valida
                    MOVE "fichaje fecha" TO ws-exc-campo
                    MOVE terminal-rec(1:20) TO ws-exc-valor
                    PERFORM rechaza-linea-terminal
                END-IF
            END-IF
            IF ws-linea-valida
                MOVE 0 TO ws-hora-validar
                IF ft-hora IS NUMERIC
                    MOVE ft-hora TO ws-hora-validar
                END-IF
                IF ft-hora NOT NUMERIC OR hv-hh > 23 OR hv-mi > 59
                    MOVE "fichaje hora" TO ws-exc-campo
                    MOVE terminal-rec(1:20) TO ws-exc-valor
                    PERFORM rechaza-linea-terminal
                END-IF
            END-IF
            IF ws-linea-valida
                    AND ft-tipo NOT = "E" AND ft-tipo NOT = "S"
                MOVE "fichaje tipo" TO ws-exc-campo
                MOVE terminal-rec(1:20) TO ws-exc-valor
                PERFORM rechaza-linea-terminal
            END-IF
            IF ws-linea-valida
                MOVE ft-fecha(1:6) TO ws-periodo-linea
                PERFORM verifica-periodo-linea
                IF ws-periodo-cerrado
                    MOVE "fichaje periodo" TO ws-exc-campo
                    MOVE "periodo cerrado" TO ws-exc-valor
                    PERFORM rechaza-linea-terminal
                END-IF
            END-IF.

       rechaza-linea-terminal.
            MOVE 'N' TO ws-linea-valida-sw
            ADD 1 TO ws-rechazados
            PERFORM graba-excepcion.

       graba-fichaje-terminal.
      * la misma linea cargada dos veces no es un error; otro
      * fichaje distinto en el mismo minuto si
            MOVE ft-emp-id TO fi-emp-id
            MOVE ft-fecha TO fi-fecha
            MOVE ft-hora TO fi-hora
            READ fichajes-file
                INVALID KEY
                    MOVE ft-tipo TO fi-tipo
                    SET fi-terminal TO TRUE
                    MOVE ws-operador TO fi-operador
                    WRITE fichaje-rec
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    ADD 1 TO ws-cargados
                NOT INVALID KEY
                    IF fi-tipo = ft-tipo
                        ADD 1 TO ws-repetidos
                    ELSE
                        MOVE "fichaje doble" TO ws-exc-campo
                        MOVE terminal-rec(1:20) TO ws-exc-valor
                        PERFORM rechaza-linea-terminal
                    END-IF
            END-READ.

       pide-fichaje.
      * empleado, fecha y hora de un fichaje; deja ws-encontrado-sw
      * a 'Y' solo si todo es valido
            SET ws-encontrado TO TRUE
            DISPLAY "emp-id: "
            ACCEPT ws-emp-entrada
            IF ws-emp-entrada NOT NUMERIC
                DISPLAY "ERROR: emp-id no valido"
                MOVE 'N' TO ws-encontrado-sw
            END-IF
            IF ws-encontrado
                PERFORM abre-empleados
                PERFORM busca-empleado
                IF ws-empleado-existe
                    DISPLAY emp-nombre " " emp-apellido
                END-IF
                PERFORM cierra-empleados
                IF NOT ws-empleado-existe
                    DISPLAY "ERROR: no existe el empleado " ws-emp-num
                    MOVE 'N' TO ws-encontrado-sw
                END-IF
            END-IF
            IF ws-encontrado
                DISPLAY "fecha (AAAAMMDD): "
                ACCEPT ws-fecha-entrada
                MOVE 'N' TO ws-fecha-valida-sw
                IF ws-fecha-entrada IS NUMERIC
                    MOVE ws-fecha-num TO ws-fecha-validar
                    PERFORM valida-fecha
                END-IF
                IF NOT ws-fecha-valida
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-encontrado-sw
                END-IF
            END-IF
            IF ws-encontrado
                MOVE ws-fecha-entrada(1:6) TO ws-periodo-linea
                PERFORM verifica-periodo-linea
                IF ws-periodo-cerrado
                    DISPLAY "ERROR: el periodo " ws-periodo-linea
                            " esta cerrado"
                    MOVE 'N' TO ws-encontrado-sw
                END-IF
            END-IF
            IF ws-encontrado
                DISPLAY "hora (HHMM): "
                ACCEPT ws-hora-entrada
                IF ws-hora-entrada NOT NUMERIC
                    DISPLAY "ERROR: hora no valida"
                    MOVE 'N' TO ws-encontrado-sw
                ELSE
                    MOVE ws-hora-num TO ws-hora-validar
                    IF hv-hh > 23 OR hv-mi > 59
                        DISPLAY "ERROR: hora no valida"
                        MOVE 'N' TO ws-encontrado-sw
                    END-IF
                END-IF
            END-IF.

       alta-fichaje-manual.
            PERFORM pide-fichaje
            IF ws-encontrado
                DISPLAY "tipo (E entrada, S salida): "
                ACCEPT ws-tipo-entrada
                IF ws-tipo-entrada = "e"
                    MOVE "E" TO ws-tipo-entrada
                END-IF
                IF ws-tipo-entrada = "s"
                    MOVE "S" TO ws-tipo-entrada
                END-IF
                IF ws-tipo-entrada NOT = "E"
                        AND ws-tipo-entrada NOT = "S"
                    DISPLAY "ERROR: tipo no valido"
                ELSE
                    PERFORM abre-fichajes
                    MOVE ws-emp-num TO fi-emp-id
                    MOVE ws-fecha-num TO fi-fecha
                    MOVE ws-hora-num TO fi-hora
                    MOVE ws-tipo-entrada TO fi-tipo
                    SET fi-manual TO TRUE
                    MOVE ws-operador TO fi-operador
                    WRITE fichaje-rec
                        INVALID KEY
                            DISPLAY "ERROR: ya hay un fichaje del "
                                    "empleado a esa hora"
                        NOT INVALID KEY
                            DISPLAY "fichaje grabado"
                    END-WRITE
                    CLOSE fichajes-file
                END-IF
            END-IF.

       baja-fichaje.
            PERFORM pide-fichaje
            IF ws-encontrado
                PERFORM abre-fichajes
                MOVE ws-emp-num TO fi-emp-id
                MOVE ws-fecha-num TO fi-fecha
                MOVE ws-hora-num TO fi-hora
                READ fichajes-file
                    INVALID KEY
                        DISPLAY "ERROR: no hay fichaje del empleado "
                                "a esa hora"
                    NOT INVALID KEY
                        DISPLAY "fichaje " fi-tipo " origen "
                                fi-origen " " fi-operador
                        DISPLAY "anular el fichaje (S/N): "
                        ACCEPT ws-confirmacion
                        IF ws-confirmacion = "S"
                                OR ws-confirmacion = "s"
                            MOVE fichaje-rec TO ws-imagen-antes
                            DELETE fichajes-file
                                INVALID KEY
                                    DISPLAY "ERROR: no se pudo anular"
                                NOT INVALID KEY
                                    PERFORM graba-historial-baja
                                    DISPLAY "fichaje anulado"
                            END-DELETE
                        END-IF
                END-READ
                CLOSE fichajes-file
            END-IF.

       graba-historial-baja.
            ACCEPT he-fecha FROM DATE YYYYMMDD
            ACCEPT he-hora FROM TIME
            MOVE ws-operador TO he-operador
            MOVE "FICHAJE BAJA" TO he-accion
            MOVE ws-emp-num TO he-id
            MOVE ws-imagen-antes TO he-antes
            MOVE SPACES TO he-despues
            OPEN EXTEND historial-emp-file
            IF fs-hist-emp-fichero-no-existe
                OPEN OUTPUT historial-emp-file
            END-IF
            MOVE ws-hist-emp-linea TO historial-emp-rec
            WRITE historial-emp-rec
            CLOSE historial-emp-file.

       consulta-fichajes.
            DISPLAY "emp-id: "
            ACCEPT ws-emp-entrada
            DISPLAY "periodo (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-emp-entrada NOT NUMERIC
                    OR ws-periodo-entrada NOT NUMERIC
                DISPLAY "ERROR: emp-id o periodo no valido"
            ELSE
                OPEN INPUT fichajes-file
                IF NOT fs-fi-ok
                    DISPLAY "no hay fichajes grabados"
                ELSE
                    MOVE 0 TO ws-listados
                    MOVE 'N' TO ws-lista-eof-sw
                    MOVE ws-emp-num TO fi-emp-id
                    COMPUTE fi-fecha = ws-periodo-num * 100 + 1
                    MOVE 0 TO fi-hora
                    START fichajes-file KEY IS NOT LESS THAN fi-clave
                        INVALID KEY
                            SET ws-lista-eof TO TRUE
                    END-START
                    PERFORM lista-fichaje UNTIL ws-lista-eof
                    CLOSE fichajes-file
                    DISPLAY ws-listados " fichajes"
                END-IF
            END-IF.

       lista-fichaje.
            READ fichajes-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF fi-emp-id NOT = ws-emp-num
                            OR fi-fecha(1:6) NOT = ws-periodo-entrada
                        SET ws-lista-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-listados
                        DISPLAY fi-fecha " " fi-hora " " fi-tipo
                                " " fi-origen " " fi-operador
                    END-IF
            END-READ.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE ws-operador TO exc-operador
            MOVE "rutinas_99" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_99.
