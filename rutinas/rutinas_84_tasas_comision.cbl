      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of tasas_comision.dat, the sales
      *     commission rates (tasa_comision.cpy) the monthly
      *     commission run (rutinas_85) applies to each salesperson's
      *     converted quotes. Option 1 sets the rate of a department
      *     (checked against departamentos.dat), option 2 the rate of
      *     one employee (checked against empleados.dat), which wins
      *     over the department's; option 3 removes a rate and
      *     option 4 lists the table. Every change is stamped with
      *     the operator and the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_84.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tasas-file ASSIGN TO "tasas_comision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS co-clave
               FILE STATUS IS ws-co-status.
           SELECT departamento-file ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  tasas-file.
       COPY tasa_comision.

       FD  departamento-file.
       COPY departamento.

       FD  empleados-file.
       COPY empleado.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-co-status==
                              ==:FS-PREFIJO:== BY ==fs-co==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-clave-valida-sw pic x value 'N'.
           88 ws-clave-valida value 'Y'.
       01 ws-tipo pic x(1).
           88 ws-tipo-valido value 'D' 'E'.
       01 ws-codigo pic x(6).
       01 ws-depto pic x(4).
       01 ws-emp-entrada pic x(6).
       01 ws-emp-num redefines ws-emp-entrada pic 9(6).
       01 ws-pct-entrada pic x(4).
       01 ws-pct-num redefines ws-pct-entrada pic 9(2)v99.
       01 ws-pct-valido-sw pic x value 'N'.
           88 ws-pct-valido value 'Y'.
       01 ws-pct-edit pic z9.99.
       01 ws-tasas-listadas pic 9(4) value 0.

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
                    MOVE 'D' TO ws-tipo
                    PERFORM graba-tasa
                WHEN "2"
                    MOVE 'E' TO ws-tipo
                    PERFORM graba-tasa
                WHEN "3"
                    PERFORM baja-tasa
                WHEN "4"
                    PERFORM lista-tasas
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) tasa de departamento  2) tasa de empleado"
            DISPLAY "3) borrar tasa  4) listar  5) salir"
            ACCEPT ws-opcion.

       abre-tabla.
            OPEN I-O tasas-file
            IF fs-co-fichero-no-existe
                OPEN OUTPUT tasas-file
                CLOSE tasas-file
                OPEN I-O tasas-file
            END-IF.

       pide-codigo.
      * deja en ws-codigo la clave del departamento o del empleado
      * segun ws-tipo; ws-clave-valida queda a N si no existe en su
      * maestro
            MOVE 'N' TO ws-clave-valida-sw
            MOVE SPACES TO ws-codigo
            IF ws-tipo = 'D'
                PERFORM pide-departamento
            ELSE
                PERFORM pide-empleado
            END-IF.

       pide-departamento.
            DISPLAY "codigo de departamento: "
            ACCEPT ws-depto
            OPEN INPUT departamento-file
            IF NOT fs-dp-ok
                DISPLAY "ERROR: no se encontro departamentos.dat"
            ELSE
                MOVE ws-depto TO dp-codigo
                READ departamento-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe el departamento "
                                ws-depto
                    NOT INVALID KEY
                        IF dp-inactivo
                            DISPLAY "ERROR: el departamento "
                                    ws-depto " esta inactivo"
                        ELSE
                            MOVE ws-depto TO ws-codigo
                            SET ws-clave-valida TO TRUE
                        END-IF
                END-READ
                CLOSE departamento-file
            END-IF.

       pide-empleado.
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
                            MOVE ws-emp-entrada TO ws-codigo
                            SET ws-clave-valida TO TRUE
                            DISPLAY emp-nombre " " emp-apellido
                                    " (departamento " emp-depto ")"
                    END-READ
                    CLOSE empleados-file
                END-IF
            END-IF.

       pide-porcentaje.
            MOVE 'N' TO ws-pct-valido-sw
            PERFORM pide-porcentaje-valor UNTIL ws-pct-valido.

       pide-porcentaje-valor.
            DISPLAY "porcentaje de comision (0000-9999, dos decimales "
                    "implicitos, ej. 0250 = 2.50): "
            ACCEPT ws-pct-entrada
            IF ws-pct-entrada IS NUMERIC
                MOVE ws-pct-num TO co-porcentaje
                SET ws-pct-valido TO TRUE
            ELSE
                DISPLAY "ERROR: porcentaje no valido"
            END-IF.

       graba-tasa.
      * alta o cambio: si la tasa ya existe se muestra la actual y se
      * reescribe con la nueva
            PERFORM pide-codigo
            IF ws-clave-valida
                ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-tabla
                MOVE ws-tipo TO co-tipo
                MOVE ws-codigo TO co-codigo
                READ tasas-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF ws-encontrado
                    MOVE co-porcentaje TO ws-pct-edit
                    DISPLAY "tasa actual: " ws-pct-edit "%"
                ELSE
                    MOVE SPACES TO tasa-comision-rec
                    MOVE ws-tipo TO co-tipo
                    MOVE ws-codigo TO co-codigo
                END-IF
                PERFORM pide-porcentaje
                MOVE ws-operador TO co-operador
                MOVE ws-fecha-hoy TO co-fecha
                IF ws-encontrado
                    REWRITE tasa-comision-rec
                ELSE
                    WRITE tasa-comision-rec
                END-IF
                CLOSE tasas-file
            END-IF.

       baja-tasa.
            DISPLAY "tipo de tasa (D departamento, E empleado): "
            ACCEPT ws-tipo
            IF NOT ws-tipo-valido
                DISPLAY "ERROR: tipo de tasa no valido"
            ELSE
                DISPLAY "codigo (departamento o emp-id): "
                ACCEPT ws-codigo
                PERFORM abre-tabla
                MOVE ws-tipo TO co-tipo
                MOVE ws-codigo TO co-codigo
                DELETE tasas-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe esa tasa"
                    NOT INVALID KEY
                        DISPLAY "tasa " ws-tipo " " ws-codigo
                                " borrada"
                END-DELETE
                CLOSE tasas-file
            END-IF.

       lista-tasas.
            MOVE 'N' TO ws-lista-eof-sw
            MOVE 0 TO ws-tasas-listadas
            OPEN INPUT tasas-file
            IF NOT fs-co-ok
                DISPLAY "aviso: no se encontro tasas_comision.dat, no "
                        "hay nada que listar"
            ELSE
                MOVE LOW-VALUES TO co-clave
                START tasas-file KEY IS NOT LESS THAN co-clave
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-tasa UNTIL ws-lista-eof
                CLOSE tasas-file
                DISPLAY ws-tasas-listadas " tasas"
            END-IF.

       lista-siguiente-tasa.
            READ tasas-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-tasas-listadas
                    MOVE co-porcentaje TO ws-pct-edit
                    DISPLAY co-tipo " " co-codigo " " ws-pct-edit
                            "% " co-operador " " co-fecha
            END-READ.

       END PROGRAM rutinas_84.
