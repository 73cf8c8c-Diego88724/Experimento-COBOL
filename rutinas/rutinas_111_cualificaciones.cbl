      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of the training certificates and
      *     work permits of each employee, cualificaciones.dat
      *     (cualificacion.cpy). The employee is found by emp-dni.
      *     Option 1 records a qualification (type, issue date,
      *     expiry date, document reference) or renews the one of
      *     the same type, re-arming the 60 and 30 day expiry
      *     alerts of rutinas_112. Option 2 deletes one. Option 3
      *     lists the employee's qualifications with the days left.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_111.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cualificaciones-file
               ASSIGN TO "cualificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cq-clave
               FILE STATUS IS ws-cq-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cualificaciones-file.
       COPY cualificacion.

       FD  empleados-file.
       COPY empleado.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cq-status==
                              ==:FS-PREFIJO:== BY ==fs-cq==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-fecha-hoy pic 9(8).
       01 ws-dni pic x(9).
       01 ws-emp-id pic 9(6).
       01 ws-emp-activo-sw pic x.
           88 ws-emp-activo value 'S'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-tipo pic x(10).
       01 ws-emision-entrada pic x(8).
       01 ws-emision-num redefines ws-emision-entrada pic 9(8).
       01 ws-caducidad-entrada pic x(8).
       01 ws-caducidad-num redefines ws-caducidad-entrada pic 9(8).
       01 ws-referencia pic x(20).
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-listados pic 9(4).
       01 ws-dias-restan pic s9(7).
       01 ws-dias-edit pic -(6)9.
      * validacion de fechas
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-fecha-validar pic 9(8).
       01 ws-fecha-validar-partes redefines ws-fecha-validar.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).
       01 ws-dias-fecha pic 9(7).
       01 ws-dias-hoy pic 9(7).

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
            MOVE ws-fecha-hoy TO ws-fecha-validar
            PERFORM calcula-dias-fecha
            MOVE ws-dias-fecha TO ws-dias-hoy
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "4".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-cualificacion
                WHEN "2"
                    PERFORM baja-cualificacion
                WHEN "3"
                    PERFORM consulta-cualificaciones
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta o renovacion  2) borrar  "
                    "3) consultar empleado  4) salir"
            ACCEPT ws-opcion.

       abre-cualificaciones.
            OPEN I-O cualificaciones-file
            IF fs-cq-fichero-no-existe
                OPEN OUTPUT cualificaciones-file
                CLOSE cualificaciones-file
                OPEN I-O cualificaciones-file
            END-IF.

       pide-empleado-dni.
      * empleados.dat no tiene clave por DNI: se recorre entero,
      * como la consulta por DNI de rutinas_4; deja ws-encontrado
      * y ws-emp-id
            MOVE 'N' TO ws-encontrado-sw
            DISPLAY "DNI del empleado: "
            ACCEPT ws-dni
            INSPECT ws-dni CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
            ELSE
                MOVE LOW-VALUES TO emp-id
                START empleados-file KEY IS NOT LESS THAN emp-id
                    INVALID KEY
                        CONTINUE
                END-START
                PERFORM lee-empleado-dni
                    UNTIL ws-encontrado OR NOT fs-emp-ok
                IF ws-encontrado
                    MOVE emp-id TO ws-emp-id
                    MOVE emp-activo-sw TO ws-emp-activo-sw
                    DISPLAY emp-id " " emp-nombre " " emp-apellido
                            "  depto " emp-depto
                ELSE
                    DISPLAY "ERROR: no existe ningun empleado con ese "
                            "DNI"
                END-IF
                CLOSE empleados-file
            END-IF.

       lee-empleado-dni.
            READ empleados-file NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF emp-dni = ws-dni
                        SET ws-encontrado TO TRUE
                    END-IF
            END-READ.

       pide-tipo.
            DISPLAY "tipo (CARRETILLA, PRIMAUXIL, PERMISOTRB...): "
            ACCEPT ws-tipo
            INSPECT ws-tipo CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       valida-fecha.
      * ws-fecha-validar ha de ser una fecha AAAAMMDD plausible
            MOVE 'N' TO ws-fecha-valida-sw
            IF fv-aaaa >= 1900 AND fv-mm >= 1 AND fv-mm <= 12
                    AND fv-dd >= 1 AND fv-dd <= 31
                SET ws-fecha-valida TO TRUE
            END-IF.

       alta-cualificacion.
            PERFORM pide-datos-cualificacion
            IF ws-valido
                PERFORM abre-cualificaciones
                MOVE ws-emp-id TO cq-emp-id
                MOVE ws-tipo TO cq-tipo
                READ cualificaciones-file
                    INVALID KEY
                        PERFORM rellena-cualificacion
                        WRITE cualificacion-rec
                            INVALID KEY
                                DISPLAY "ERROR: no se pudo grabar"
                            NOT INVALID KEY
                                DISPLAY "cualificacion grabada"
                        END-WRITE
                    NOT INVALID KEY
                        PERFORM renueva-cualificacion
                END-READ
                CLOSE cualificaciones-file
            END-IF.

       renueva-cualificacion.
            DISPLAY "ya tiene " cq-tipo " ref " cq-referencia
                    " caduca " cq-fecha-caducidad
            DISPLAY "renovar con los datos nuevos (S/N): "
            ACCEPT ws-confirmacion
            IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                PERFORM rellena-cualificacion
                REWRITE cualificacion-rec
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo renovar"
                    NOT INVALID KEY
                        DISPLAY "cualificacion renovada"
                END-REWRITE
            END-IF.

       rellena-cualificacion.
      * una renovacion rearma los dos avisos de caducidad
            MOVE ws-emp-id TO cq-emp-id
            MOVE ws-tipo TO cq-tipo
            MOVE ws-emision-num TO cq-fecha-emision
            MOVE ws-caducidad-num TO cq-fecha-caducidad
            MOVE ws-referencia TO cq-referencia
            MOVE 'N' TO cq-aviso60-sw
            MOVE 'N' TO cq-aviso30-sw
            MOVE ws-operador TO cq-operador
            MOVE ws-fecha-hoy TO cq-fecha-alta.

       pide-datos-cualificacion.
      * deja ws-valido a 'Y' solo si la cualificacion se puede grabar
            SET ws-valido TO TRUE
            PERFORM pide-empleado-dni
            IF NOT ws-encontrado
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido AND NOT ws-emp-activo
                DISPLAY "ERROR: el empleado esta de baja"
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido
                PERFORM pide-tipo
                IF ws-tipo = SPACES
                    DISPLAY "ERROR: hace falta el tipo"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "fecha de emision (AAAAMMDD): "
                ACCEPT ws-emision-entrada
                IF ws-emision-entrada NOT NUMERIC
                    DISPLAY "ERROR: fecha de emision no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                MOVE ws-emision-num TO ws-fecha-validar
                PERFORM valida-fecha
                IF NOT ws-fecha-valida OR ws-emision-num > ws-fecha-hoy
                    DISPLAY "ERROR: fecha de emision no valida o futura"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "fecha de caducidad (AAAAMMDD): "
                ACCEPT ws-caducidad-entrada
                IF ws-caducidad-entrada NOT NUMERIC
                    DISPLAY "ERROR: fecha de caducidad no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                MOVE ws-caducidad-num TO ws-fecha-validar
                PERFORM valida-fecha
                IF NOT ws-fecha-valida
                        OR ws-caducidad-num NOT > ws-emision-num
                    DISPLAY "ERROR: la caducidad ha de ser una fecha "
                            "posterior a la emision"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "referencia del documento: "
                ACCEPT ws-referencia
                IF ws-referencia = SPACES
                    DISPLAY "ERROR: hace falta la referencia"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF.

       baja-cualificacion.
            PERFORM pide-empleado-dni
            IF ws-encontrado
                PERFORM pide-tipo
                PERFORM abre-cualificaciones
                MOVE ws-emp-id TO cq-emp-id
                MOVE ws-tipo TO cq-tipo
                READ cualificaciones-file
                    INVALID KEY
                        DISPLAY "ERROR: el empleado no tiene ese tipo"
                    NOT INVALID KEY
                        PERFORM borra-cualificacion-leida
                END-READ
                CLOSE cualificaciones-file
            END-IF.

       borra-cualificacion-leida.
            DISPLAY cq-tipo " ref " cq-referencia " caduca "
                    cq-fecha-caducidad
            DISPLAY "borrar la cualificacion (S/N): "
            ACCEPT ws-confirmacion
            IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                DELETE cualificaciones-file
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo borrar"
                    NOT INVALID KEY
                        DISPLAY "cualificacion borrada"
                END-DELETE
            END-IF.

       consulta-cualificaciones.
            PERFORM pide-empleado-dni
            IF ws-encontrado
                MOVE 0 TO ws-listados
                OPEN INPUT cualificaciones-file
                IF fs-cq-ok
                    MOVE 'N' TO ws-eof-sw
                    MOVE ws-emp-id TO cq-emp-id
                    MOVE LOW-VALUES TO cq-tipo
                    START cualificaciones-file
                            KEY IS NOT LESS THAN cq-clave
                        INVALID KEY
                            SET ws-eof TO TRUE
                    END-START
                    PERFORM lista-cualificacion UNTIL ws-eof
                    CLOSE cualificaciones-file
                END-IF
                IF ws-listados = 0
                    DISPLAY "el empleado no tiene cualificaciones "
                            "registradas"
                END-IF
            END-IF.

       lista-cualificacion.
            READ cualificaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF cq-emp-id NOT = ws-emp-id
                        SET ws-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-listados
                        MOVE cq-fecha-caducidad TO ws-fecha-validar
                        PERFORM calcula-dias-fecha
                        COMPUTE ws-dias-restan =
                            ws-dias-fecha - ws-dias-hoy
                        MOVE ws-dias-restan TO ws-dias-edit
                        DISPLAY cq-tipo " ref " cq-referencia
                                " emitido " cq-fecha-emision
                                " caduca " cq-fecha-caducidad
                                " dias " ws-dias-edit
                    END-IF
            END-READ.

       calcula-dias-fecha.
      * dias sobre calendario comercial (ano de 360, mes de 30), el
      * mismo que usa el chequeo nocturno de caducidades
            COMPUTE ws-dias-fecha =
                fv-aaaa * 360 + fv-mm * 30 + fv-dd.

       END PROGRAM rutinas_111.
