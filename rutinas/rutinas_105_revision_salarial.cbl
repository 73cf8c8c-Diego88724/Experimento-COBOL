      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: salary review rules, revisiones_salariales
      *     .dat (revision_salarial.cpy). A review is identified by
      *     its effective date (the first of a month, not later than
      *     the current month: the rise is entered once agreed and
      *     the months already paid come back as arrears). Option 1
      *     adds a rule to a review: a percentage or a fixed monthly
      *     amount for the whole staff, one department or one
      *     employee. Option 2 deletes a rule. Both only while the
      *     review has not been proposed: once rutinas_106 proposes
      *     it for approval its rules are frozen. Option 3 lists the
      *     rules of a review with their state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_105.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT revisiones-file
               ASSIGN TO "revisiones_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rs-clave
               FILE STATUS IS ws-rs-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT departamento-file
               ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  revisiones-file.
       COPY revision_salarial.

       FD  empleados-file.
       COPY empleado.

       FD  departamento-file.
       COPY departamento.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-rs-status==
                              ==:FS-PREFIJO:== BY ==fs-rs==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-ambito-entrada pic x.
       01 ws-codigo-entrada pic x(6).
       01 ws-emp-num redefines ws-codigo-entrada pic 9(6).
       01 ws-tipo-entrada pic x.
       01 ws-valor-entrada pic x(7).
       01 ws-valor-num redefines ws-valor-entrada pic 9(5)v99.
       01 ws-valor-edit pic zzzz9.99.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-congelada-sw pic x value 'N'.
           88 ws-congelada value 'Y'.
       01 ws-listados pic 9(4).
       01 ws-ambito-texto pic x(12).
       01 ws-tipo-texto pic x(10).
       01 ws-estado-texto pic x(10).
      * validacion de fechas
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-fecha-validar pic 9(8).
       01 ws-fecha-validar-partes redefines ws-fecha-validar.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).

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
                    PERFORM alta-regla
                WHEN "2"
                    PERFORM baja-regla
                WHEN "3"
                    PERFORM consulta-revision
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) nueva regla  2) borrar regla  "
                    "3) consultar revision  4) salir"
            ACCEPT ws-opcion.

       abre-revisiones.
            OPEN I-O revisiones-file
            IF fs-rs-fichero-no-existe
                OPEN OUTPUT revisiones-file
                CLOSE revisiones-file
                OPEN I-O revisiones-file
            END-IF.

       pide-fecha-efecto.
      * la revision rige desde el primer dia de un mes y no despues
      * del mes en curso; deja ws-fecha-valida
            DISPLAY "fecha de efecto de la revision (AAAAMM01): "
            ACCEPT ws-fecha-entrada
            MOVE 'N' TO ws-fecha-valida-sw
            IF ws-fecha-entrada IS NUMERIC
                MOVE ws-fecha-num TO ws-fecha-validar
                IF fv-aaaa >= 1900 AND fv-mm >= 1 AND fv-mm <= 12
                        AND fv-dd = 1
                    SET ws-fecha-valida TO TRUE
                END-IF
            END-IF
            IF NOT ws-fecha-valida
                DISPLAY "ERROR: fecha no valida, ha de ser el dia 1 "
                        "de un mes"
            ELSE
                IF ws-fecha-entrada(1:6) > ws-fecha-hoy(1:6)
                    DISPLAY "ERROR: la revision no puede tener efecto "
                            "despues del mes en curso"
                    MOVE 'N' TO ws-fecha-valida-sw
                END-IF
            END-IF.

       pide-ambito.
            DISPLAY "ambito (T toda la plantilla, D departamento, "
                    "E empleado): "
            ACCEPT ws-ambito-entrada
            INSPECT ws-ambito-entrada CONVERTING "tde" TO "TDE"
            MOVE SPACES TO ws-codigo-entrada
            EVALUATE ws-ambito-entrada
                WHEN "D"
                    DISPLAY "departamento: "
                    ACCEPT ws-codigo-entrada(1:4)
                WHEN "E"
                    DISPLAY "emp-id: "
                    ACCEPT ws-codigo-entrada
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       verifica-revision-congelada.
      * una revision con alguna regla ya propuesta o aplicada no
      * admite cambios: sus lineas ya estan en la propuesta
            MOVE 'N' TO ws-congelada-sw
            MOVE 'N' TO ws-eof-sw
            MOVE ws-fecha-num TO rs-fecha-efecto
            MOVE LOW-VALUES TO rs-ambito
            MOVE LOW-VALUES TO rs-codigo
            START revisiones-file KEY IS NOT LESS THAN rs-clave
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM lee-regla-congelada UNTIL ws-eof.

       lee-regla-congelada.
            READ revisiones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rs-fecha-efecto NOT = ws-fecha-num
                        SET ws-eof TO TRUE
                    ELSE
                        IF NOT rs-preparada
                            SET ws-congelada TO TRUE
                            SET ws-eof TO TRUE
                        END-IF
                    END-IF
            END-READ.

       alta-regla.
            PERFORM pide-datos-regla
            IF ws-valido
                PERFORM abre-revisiones
                PERFORM verifica-revision-congelada
                IF ws-congelada
                    DISPLAY "ERROR: la revision del " ws-fecha-num
                            " ya esta propuesta o aplicada, no admite "
                            "reglas nuevas"
                ELSE
                    MOVE ws-fecha-num TO rs-fecha-efecto
                    MOVE ws-ambito-entrada TO rs-ambito
                    MOVE ws-codigo-entrada TO rs-codigo
                    MOVE ws-tipo-entrada TO rs-tipo
                    MOVE ws-valor-num TO rs-valor
                    SET rs-preparada TO TRUE
                    MOVE 0 TO rs-apr-id
                    MOVE ws-operador TO rs-operador
                    MOVE ws-fecha-hoy TO rs-fecha-alta
                    WRITE revision-salarial-rec
                        INVALID KEY
                            DISPLAY "ERROR: ya hay una regla para ese "
                                    "ambito en la revision; borrela "
                                    "antes de darla de nuevo"
                        NOT INVALID KEY
                            DISPLAY "regla anadida a la revision del "
                                    ws-fecha-num
                    END-WRITE
                END-IF
                CLOSE revisiones-file
            END-IF.

       pide-datos-regla.
      * deja ws-valido a 'Y' solo si la regla se puede dar de alta
            SET ws-valido TO TRUE
            PERFORM pide-fecha-efecto
            IF NOT ws-fecha-valida
                MOVE 'N' TO ws-valido-sw
            END-IF
      * valida-departamento y valida-empleado dejan ws-valido
            IF ws-valido
                PERFORM pide-ambito
                EVALUATE ws-ambito-entrada
                    WHEN "T"
                        CONTINUE
                    WHEN "D"
                        PERFORM valida-departamento
                    WHEN "E"
                        PERFORM valida-empleado
                    WHEN OTHER
                        DISPLAY "ERROR: ambito no valido"
                        MOVE 'N' TO ws-valido-sw
                END-EVALUATE
            END-IF
            IF ws-valido
                DISPLAY "tipo de subida (P porcentaje, F importe fijo "
                        "mensual): "
                ACCEPT ws-tipo-entrada
                INSPECT ws-tipo-entrada CONVERTING "pf" TO "PF"
                IF ws-tipo-entrada NOT = "P"
                        AND ws-tipo-entrada NOT = "F"
                    DISPLAY "ERROR: tipo no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "valor (siete digitos, dos decimales "
                        "implicitos): "
                ACCEPT ws-valor-entrada
                IF ws-valor-entrada NOT NUMERIC OR ws-valor-num = 0
                    DISPLAY "ERROR: valor no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                    AND ws-tipo-entrada = "P" AND ws-valor-num > 100
                DISPLAY "ERROR: el porcentaje no puede pasar de 100"
                MOVE 'N' TO ws-valido-sw
            END-IF.

       valida-departamento.
      * un departamentos.dat que aun no se ha creado deja el codigo
      * sin restringir, como en el alta de empleados de rutinas_4
            MOVE 'N' TO ws-valido-sw
            IF ws-codigo-entrada = SPACES
                DISPLAY "ERROR: hace falta el departamento"
            ELSE
                SET ws-valido TO TRUE
                OPEN INPUT departamento-file
                IF fs-dp-ok
                    MOVE ws-codigo-entrada(1:4) TO dp-codigo
                    READ departamento-file
                        INVALID KEY
                            MOVE 'N' TO ws-valido-sw
                        NOT INVALID KEY
                            IF dp-inactivo
                                MOVE 'N' TO ws-valido-sw
                            END-IF
                    END-READ
                    CLOSE departamento-file
                    IF NOT ws-valido
                        DISPLAY "ERROR: el departamento no existe o "
                                "esta dado de baja"
                    END-IF
                END-IF
            END-IF.

       valida-empleado.
            MOVE 'N' TO ws-valido-sw
            IF ws-codigo-entrada NOT NUMERIC
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
                            IF emp-activo
                                SET ws-valido TO TRUE
                                DISPLAY emp-nombre " " emp-apellido
                            ELSE
                                DISPLAY "ERROR: el empleado esta de "
                                        "baja"
                            END-IF
                    END-READ
                    CLOSE empleados-file
                END-IF
            END-IF.

       baja-regla.
      * solo una regla de una revision aun sin proponer
            PERFORM pide-fecha-efecto
            IF ws-fecha-valida
                PERFORM pide-ambito
                PERFORM abre-revisiones
                MOVE ws-fecha-num TO rs-fecha-efecto
                MOVE ws-ambito-entrada TO rs-ambito
                MOVE ws-codigo-entrada TO rs-codigo
                READ revisiones-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe esa regla"
                    NOT INVALID KEY
                        PERFORM borra-regla-leida
                END-READ
                CLOSE revisiones-file
            END-IF.

       borra-regla-leida.
            IF rs-preparada
                PERFORM describe-regla
                DISPLAY ws-ambito-texto " " rs-codigo " "
                        ws-tipo-texto " " ws-valor-edit
                DISPLAY "borrar la regla (S/N): "
                ACCEPT ws-confirmacion
                IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                    DELETE revisiones-file
                        INVALID KEY
                            DISPLAY "ERROR: no se pudo borrar la "
                                    "regla"
                        NOT INVALID KEY
                            DISPLAY "regla borrada"
                    END-DELETE
                END-IF
            ELSE
                DISPLAY "ERROR: la revision ya esta propuesta o "
                        "aplicada, la regla no se puede borrar"
            END-IF.

       consulta-revision.
            PERFORM pide-fecha-efecto
            IF ws-fecha-valida
                MOVE 0 TO ws-listados
                OPEN INPUT revisiones-file
                IF fs-rs-ok
                    MOVE 'N' TO ws-eof-sw
                    MOVE ws-fecha-num TO rs-fecha-efecto
                    MOVE LOW-VALUES TO rs-ambito
                    MOVE LOW-VALUES TO rs-codigo
                    START revisiones-file
                            KEY IS NOT LESS THAN rs-clave
                        INVALID KEY
                            SET ws-eof TO TRUE
                    END-START
                    PERFORM lista-regla UNTIL ws-eof
                    CLOSE revisiones-file
                END-IF
                IF ws-listados = 0
                    DISPLAY "la revision del " ws-fecha-num
                            " no tiene reglas"
                END-IF
            END-IF.

       lista-regla.
            READ revisiones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rs-fecha-efecto NOT = ws-fecha-num
                        SET ws-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-listados
                        PERFORM describe-regla
                        DISPLAY ws-ambito-texto " " rs-codigo " "
                                ws-tipo-texto " " ws-valor-edit " "
                                ws-estado-texto " " rs-operador
                        IF NOT rs-preparada
                            DISPLAY "       solicitud " rs-apr-id
                        END-IF
                    END-IF
            END-READ.

       describe-regla.
            EVALUATE TRUE
                WHEN rs-todos
                    MOVE "PLANTILLA" TO ws-ambito-texto
                WHEN rs-departamento
                    MOVE "DEPARTAMENTO" TO ws-ambito-texto
                WHEN OTHER
                    MOVE "EMPLEADO" TO ws-ambito-texto
            END-EVALUATE
            IF rs-porcentaje
                MOVE "PORCENTAJE" TO ws-tipo-texto
            ELSE
                MOVE "FIJO MES" TO ws-tipo-texto
            END-IF
            MOVE rs-valor TO ws-valor-edit
            EVALUATE TRUE
                WHEN rs-preparada
                    MOVE "PREPARADA" TO ws-estado-texto
                WHEN rs-propuesta
                    MOVE "PROPUESTA" TO ws-estado-texto
                WHEN OTHER
                    MOVE "APLICADA" TO ws-estado-texto
            END-EVALUATE.

       END PROGRAM rutinas_105.
