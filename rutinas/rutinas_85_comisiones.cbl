      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly sales commission run. For the
      *     period keyed (AAAAMM) it takes every quote accepted
      *     (converted) that month - the 'E' accepted lines of
      *     presupuestos.dat - adds up each salesperson's
      *     (ph-vendedor) net quote totals and applies the
      *     commission rate from tasas_comision.dat: the employee's
      *     own rate, else the rate of the department in emp-depto.
      *     One line per salesperson goes to comisiones_AAAAMM.dat
      *     (comision.cpy), which rutinas_33 pays on that month's
      *     nomina. A salesperson without a rate is written at zero
      *     commission and logged to excepciones.log. A period whose
      *     commission file already exists, or whose nomina was
      *     already paid, is refused with return code 8.
      *   - accepted quotes or salespeople that do not fit their tables
      *     now stop the run with return code 8 before the commission
      *     file is written, instead of being left out with a warning.
      *   - the nomina FD record is the 171-byte line of
      *     nomina_detalle.cpy; the file is only opened to see whether
      *     the period was already paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_85.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuestos-file ASSIGN TO "presupuestos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-presreg-status.
           SELECT tasas-file ASSIGN TO "tasas_comision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS co-clave
               FILE STATUS IS ws-co-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT comisiones-file ASSIGN DYNAMIC ws-nombre-comisiones
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comisiones-status.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuestos-file.
       01  presupuestos-rec pic x(60).

       FD  tasas-file.
       COPY tasa_comision.

       FD  empleados-file.
       COPY empleado.

       FD  comisiones-file.
       01  comisiones-rec pic x(60).

       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-presreg-status==
                              ==:FS-PREFIJO:== BY ==fs-presreg==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-co-status==
                              ==:FS-PREFIJO:== BY ==fs-co==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-comisiones-status==
                              ==:FS-PREFIJO:== BY ==fs-comisiones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY presupuesto_registro.
       COPY comision.
       COPY excepcion.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-nombre-comisiones pic x(40).
       01 ws-nombre-nomina pic x(40).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-tasas-abierto-sw pic x value 'N'.
           88 ws-tasas-abierto value 'Y'.
       01 ws-empleados-abierto-sw pic x value 'N'.
           88 ws-empleados-abierto value 'Y'.
       01 ws-tasa-hallada-sw pic x value 'N'.
           88 ws-tasa-hallada value 'Y'.
       01 ws-desbordes pic 9(5) value 0.
       01 ws-sin-vendedor pic 9(5) value 0.
       01 ws-sin-tasa pic 9(5) value 0.
       01 ws-total-comisiones pic 9(9)v99 value 0.
       01 ws-comision-edit pic z(8)9.99.
      * presupuestos aceptados en el periodo
       01 ws-acep-max pic 9(4) value 3000.
       01 ws-acep-usados pic 9(4) value 0.
       01 ws-acep-idx pic 9(4).
       01 ws-acep-hallado-sw pic x value 'N'.
           88 ws-acep-hallado value 'Y'.
       01 ws-acep-tabla.
           05 ws-acep-entrada occurs 3000 times.
               10 ta-numero   pic 9(6).
      * acumulados por vendedor
       01 ws-ven-max pic 9(3) value 500.
       01 ws-ven-usados pic 9(3) value 0.
       01 ws-ven-idx pic 9(3).
       01 ws-ven-hallado-sw pic x value 'N'.
           88 ws-ven-hallado value 'Y'.
       01 ws-ven-tabla.
           05 ws-ven-entrada occurs 500 times.
               10 tv-vendedor      pic 9(6).
               10 tv-presupuestos  pic 9(4).
               10 tv-base          pic 9(9)v99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo de comisiones (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            MOVE SPACES TO ws-nombre-comisiones
            STRING "comisiones_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-comisiones
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina

      * idempotencia: las comisiones del mes se calculan una vez, y
      * solo mientras la nomina del mes no se haya liquidado
            OPEN INPUT comisiones-file
            IF fs-comisiones-ok
                CLOSE comisiones-file
                DISPLAY "ERROR: las comisiones del periodo " ws-periodo
                        " ya fueron calculadas (" ws-nombre-comisiones
                        "), no se repiten"
                MOVE "comisiones" TO ws-exc-campo
                MOVE "periodo ya calculado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT nomina-file
            IF fs-nomina-ok
                CLOSE nomina-file
                DISPLAY "ERROR: la nomina del periodo " ws-periodo
                        " ya esta liquidada, las comisiones no se "
                        "pagarian"
                MOVE "comisiones" TO ws-exc-campo
                MOVE "nomina ya liquidada" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN INPUT presupuestos-file
            IF NOT fs-presreg-ok
                DISPLAY "aviso: no se encontro presupuestos.dat, no "
                        "hay comisiones que calcular"
                GO TO fin-programa
            END-IF
            PERFORM lee-aceptado UNTIL ws-eof
            CLOSE presupuestos-file
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT presupuestos-file
            PERFORM lee-cabecera UNTIL ws-eof
            CLOSE presupuestos-file
      * lo que no cabe en las tablas detiene el calculo: unas
      * comisiones a medias no se pueden completar despues
            IF ws-desbordes > 0
                DISPLAY "ERROR: " ws-desbordes " presupuestos o "
                        "vendedores no caben en la tabla, las "
                        "comisiones del periodo no se calculan"
                MOVE "comisiones" TO ws-exc-campo
                MOVE "tabla de trabajo llena" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN INPUT tasas-file
            IF fs-co-ok
                SET ws-tasas-abierto TO TRUE
            END-IF
            OPEN INPUT empleados-file
            IF fs-emp-ok
                SET ws-empleados-abierto TO TRUE
            END-IF
            OPEN OUTPUT comisiones-file
            PERFORM liquida-vendedor
                VARYING ws-ven-idx FROM 1 BY 1
                UNTIL ws-ven-idx > ws-ven-usados
            CLOSE comisiones-file
            IF ws-empleados-abierto
                CLOSE empleados-file
            END-IF
            IF ws-tasas-abierto
                CLOSE tasas-file
            END-IF
            MOVE ws-total-comisiones TO ws-comision-edit
            DISPLAY "comisiones del periodo " ws-periodo ": "
                    ws-acep-usados " presupuestos convertidos, "
                    ws-ven-usados " vendedores"
            DISPLAY "total comisiones: " ws-comision-edit
                    " (" ws-sin-tasa " vendedores sin tasa)"
            IF ws-sin-vendedor > 0
                DISPLAY "aviso: " ws-sin-vendedor " presupuestos "
                        "convertidos sin vendedor no comisionan"
            END-IF.

       fin-programa.
            STOP RUN.

       lee-aceptado.
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-estado AND pe-aceptado
                            AND pe-fecha(1:6) = ws-periodo-entrada
                        IF ws-acep-usados < ws-acep-max
                            ADD 1 TO ws-acep-usados
                            MOVE pr-numero TO ta-numero(ws-acep-usados)
                        ELSE
                            ADD 1 TO ws-desbordes
                        END-IF
                    END-IF
            END-READ.

       lee-cabecera.
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-cabecera
                        PERFORM busca-aceptado
                        IF ws-acep-hallado
                            PERFORM acumula-vendedor
                        END-IF
                    END-IF
            END-READ.

       busca-aceptado.
            MOVE 'N' TO ws-acep-hallado-sw
            MOVE 1 TO ws-acep-idx
            PERFORM compara-aceptado
                UNTIL ws-acep-hallado OR ws-acep-idx > ws-acep-usados.

       compara-aceptado.
            IF ta-numero(ws-acep-idx) = pr-numero
                SET ws-acep-hallado TO TRUE
            ELSE
                ADD 1 TO ws-acep-idx
            END-IF.

       acumula-vendedor.
      * un presupuesto de antes del vendedor no lo trae y no comisiona
            IF ph-vendedor NOT NUMERIC OR ph-vendedor = 0
                ADD 1 TO ws-sin-vendedor
            ELSE
                PERFORM busca-vendedor
                IF NOT ws-ven-hallado
                    IF ws-ven-usados < ws-ven-max
                        ADD 1 TO ws-ven-usados
                        MOVE ws-ven-usados TO ws-ven-idx
                        MOVE ph-vendedor TO tv-vendedor(ws-ven-idx)
                        MOVE 0 TO tv-presupuestos(ws-ven-idx)
                        MOVE 0 TO tv-base(ws-ven-idx)
                        SET ws-ven-hallado TO TRUE
                    ELSE
                        ADD 1 TO ws-desbordes
                    END-IF
                END-IF
                IF ws-ven-hallado
                    ADD 1 TO tv-presupuestos(ws-ven-idx)
                    ADD ph-total TO tv-base(ws-ven-idx)
                END-IF
            END-IF.

       busca-vendedor.
            MOVE 'N' TO ws-ven-hallado-sw
            MOVE 1 TO ws-ven-idx
            PERFORM compara-vendedor
                UNTIL ws-ven-hallado OR ws-ven-idx > ws-ven-usados.

       compara-vendedor.
            IF tv-vendedor(ws-ven-idx) = ph-vendedor
                SET ws-ven-hallado TO TRUE
            ELSE
                ADD 1 TO ws-ven-idx
            END-IF.

       liquida-vendedor.
            MOVE SPACES TO ws-comision-linea
            MOVE tv-vendedor(ws-ven-idx) TO cm-emp-id
            MOVE ws-periodo TO cm-periodo
            MOVE tv-presupuestos(ws-ven-idx) TO cm-presupuestos
            MOVE tv-base(ws-ven-idx) TO cm-base
            MOVE SPACES TO cm-depto
            IF ws-empleados-abierto
                MOVE tv-vendedor(ws-ven-idx) TO emp-id
                READ empleados-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE emp-depto TO cm-depto
                END-READ
            END-IF
            PERFORM busca-tasa
            IF ws-tasa-hallada
                MOVE co-porcentaje TO cm-porcentaje
                COMPUTE cm-importe ROUNDED =
                    cm-base * cm-porcentaje / 100
            ELSE
                MOVE 0 TO cm-porcentaje
                MOVE 0 TO cm-importe
                ADD 1 TO ws-sin-tasa
                MOVE "sin tasa comis." TO ws-exc-campo
                MOVE SPACES TO ws-exc-valor
                STRING "vendedor " cm-emp-id
                    DELIMITED BY SIZE INTO ws-exc-valor
                PERFORM graba-excepcion
            END-IF
            ADD cm-importe TO ws-total-comisiones
            MOVE ws-comision-linea TO comisiones-rec
            WRITE comisiones-rec.

       busca-tasa.
      * manda la tasa propia del empleado; si no la tiene, la de su
      * departamento
            MOVE 'N' TO ws-tasa-hallada-sw
            IF ws-tasas-abierto
                MOVE SPACES TO co-clave
                MOVE 'E' TO co-tipo
                MOVE cm-emp-id TO co-codigo
                READ tasas-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-tasa-hallada TO TRUE
                END-READ
                IF NOT ws-tasa-hallada AND cm-depto NOT = SPACES
                    MOVE SPACES TO co-clave
                    MOVE 'D' TO co-tipo
                    MOVE cm-depto TO co-codigo
                    READ tasas-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET ws-tasa-hallada TO TRUE
                    END-READ
                END-IF
            END-IF.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE SPACES TO exc-operador
            MOVE "rutinas_85" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_85.
