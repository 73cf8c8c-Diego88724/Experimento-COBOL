      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: salary review preview and proposal. For the
      *     review keyed (its effective date) it applies the rules
      *     still being prepared in revisiones_salariales.dat
      *     (rutinas_105) to every active employee - the employee's
      *     own rule, else the department's, else the general one -
      *     and lists to revision_salarial_AAAAMMDD.log, grouped by
      *     department as in rutinas_11, the current and the new
      *     salary, the monthly increase and the estimated arrears
      *     for the months already paid since the effective date,
      *     with department subtotals and the total monthly, yearly
      *     and arrears cost. In preview mode (P) nothing else is
      *     touched. In proposal mode (A) the employee lines go to
      *     revisiones_propuesta.dat (revision_empleado.cpy) under a
      *     pending REVISION request in aprobaciones.dat and the
      *     rules are frozen as proposed; rutinas_57 applies the new
      *     salaries when a supervisor approves it. A review already
      *     awaiting approval is refused with return code 8.
      *   - a rule or employee that does not fit its table now stops the
      *     run with return code 8 before the report or proposal is
      *     written, instead of being left out of the revision with a
      *     warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_106.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT propuesta-file ASSIGN TO "revisiones_propuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-propuesta-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT aprobaciones-contador-file
               ASSIGN TO "aprobaciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apr-ctr-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  revisiones-file.
       COPY revision_salarial.

       FD  empleados-file.
       COPY empleado.

       FD  propuesta-file.
       01  propuesta-rec pic x(50).

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  aprobaciones-contador-file.
       01  aprobaciones-contador-rec pic 9(6).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-rs-status==
                              ==:FS-PREFIJO:== BY ==fs-rs==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-propuesta-status==
                              ==:FS-PREFIJO:== BY ==fs-propuesta==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apr-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-apr-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY revision_empleado.
       01 ws-operador pic x(10).
       01 ws-modo pic x.
           88 ws-modo-previo    value 'P'.
           88 ws-modo-propuesta value 'A'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-hoy-partes redefines ws-fecha-hoy.
           05 fh-aaaa pic 9(4).
           05 fh-mm   pic 9(2).
           05 fh-dd   pic 9(2).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-partes redefines ws-fecha-entrada.
           05 fe-aaaa pic 9(4).
           05 fe-mm   pic 9(2).
           05 fe-dd   pic 9(2).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-propuesta-sw pic x value 'N'.
           88 ws-hay-propuesta value 'Y'.
       01 ws-propuesta-apr-id pic 9(6) value 0.
       01 ws-siguiente-apr-id pic 9(6) value 0.
       01 ws-meses-estimados pic 9(3) value 0.
      * reglas preparadas de la revision
       01 ws-reglas-max pic 9(3) value 200.
       01 ws-reglas-count pic 9(3) value 0.
       01 ws-reglas-idx pic 9(3).
       01 ws-reglas-tabla.
           05 ws-regla-entrada occurs 200 times.
               10 rt-ambito  pic x(1).
               10 rt-codigo  pic x(6).
               10 rt-tipo    pic x(1).
               10 rt-valor   pic 9(5)v99.
       01 ws-regla-hallada-sw pic x value 'N'.
           88 ws-regla-hallada value 'Y'.
       01 ws-ambito-buscar pic x(1).
       01 ws-codigo-buscar pic x(6).
       01 ws-codigo-emp redefines ws-codigo-buscar pic 9(6).
       01 ws-salario-anterior pic 9(7)v99.
       01 ws-salario-nuevo pic 9(7)v99.
      * empleados afectados, ordenados por departamento y emp-id
       01 ws-revision-tabla.
           05 ws-revision-entrada occurs 1000 times.
               10 ri-depto     pic x(4).
               10 ri-emp-id    pic 9(6).
               10 ri-apellido  pic x(20).
               10 ri-ambito    pic x(1).
               10 ri-anterior  pic 9(7)v99.
               10 ri-nuevo     pic 9(7)v99.
       01 ws-revision-temp pic x(49).
       01 ws-revision-count pic 9(4) value 0.
      * una regla o un empleado que no cabe en su tabla detiene la
      * revision: se quedaria fuera de ella sin que nadie lo note
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-revision-idx pic 9(4).
       01 ws-revision-idx2 pic 9(4).
       01 ws-revision-limite pic 9(4).
       01 ws-depto-actual pic x(4).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-incremento pic 9(7)v99.
       01 ws-atrasos pic 9(7)v99.
       01 ws-sub-empleados pic 9(4) value 0.
       01 ws-sub-incremento pic 9(7)v99 value 0.
       01 ws-sub-atrasos pic 9(7)v99 value 0.
       01 ws-total-incremento pic 9(7)v99 value 0.
       01 ws-total-atrasos pic 9(7)v99 value 0.
       01 ws-total-anual pic 9(9)v99 value 0.
       01 ws-empleados-edit pic zzz9.
       01 ws-incremento-edit pic z(6)9.99.
       01 ws-titulo-linea.
           05 filler      pic x(29)
               value "REVISION SALARIAL CON EFECTO ".
           05 lt-fecha    pic 9(8).
           05 filler      pic x(3) value " - ".
           05 lt-modo     pic x(30).
       01 ws-linea-meses.
           05 filler      pic x(40)
               value "MESES YA PAGADOS AL SALARIO ANTERIOR (ES".
           05 filler      pic x(10) value "TIMADOS): ".
           05 lm-meses    pic zz9.
       01 ws-cabecera-linea.
           05 filler pic x(38)
               value "EMP-ID APELLIDO           A   ANTERIOR".
           05 filler pic x(32)
               value "      NUEVO   INCREM.    ATRASOS".
       01 ws-linea-depto.
           05 filler      pic x(14) value "DEPARTAMENTO: ".
           05 ld-depto    pic x(9).
       01 ws-linea-revision.
           05 lr-emp-id      pic 9(6).
           05 filler         pic x(1) value SPACE.
           05 lr-apellido    pic x(18).
           05 filler         pic x(1) value SPACE.
           05 lr-ambito      pic x(1).
           05 filler         pic x(1) value SPACE.
           05 lr-anterior    pic z(6)9.99.
           05 filler         pic x(1) value SPACE.
           05 lr-nuevo       pic z(6)9.99.
           05 filler         pic x(1) value SPACE.
           05 lr-incremento  pic z(5)9.99.
           05 filler         pic x(1) value SPACE.
           05 lr-atrasos     pic z(6)9.99.
       01 ws-linea-subtotal.
           05 filler         pic x(11) value "  subtotal:".
           05 lu-empleados   pic zzz9.
           05 filler         pic x(10) value " empleados".
           05 filler         pic x(25) value SPACES.
           05 lu-incremento  pic z(5)9.99.
           05 filler         pic x(1) value SPACE.
           05 lu-atrasos     pic z(6)9.99.
       01 ws-linea-total.
           05 filler         pic x(16) value "TOTAL REVISION: ".
           05 lx-empleados   pic zzzz9.
           05 filler         pic x(10) value " empleados".
           05 filler         pic x(18) value SPACES.
           05 lx-incremento  pic z(6)9.99.
           05 filler         pic x(1) value SPACE.
           05 lx-atrasos     pic z(6)9.99.
       01 ws-linea-anual.
           05 filler         pic x(40)
               value "COSTE ANUAL DEL INCREMENTO (12 MESES):  ".
           05 lx-anual       pic z(8)9.99.

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
            DISPLAY "fecha de efecto de la revision (AAAAMM01): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada NOT NUMERIC
                    OR fe-mm = 0 OR fe-mm > 12 OR fe-dd NOT = 1
                DISPLAY "ERROR: fecha no valida, ha de ser el dia 1 "
                        "de un mes"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            IF ws-fecha-entrada(1:6) > ws-fecha-hoy(1:6)
                DISPLAY "ERROR: la revision no puede tener efecto "
                        "despues del mes en curso"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            DISPLAY "P) solo informe previo  A) proponer para "
                    "aprobacion: "
            ACCEPT ws-modo
            INSPECT ws-modo CONVERTING "pa" TO "PA"
            IF NOT ws-modo-previo AND NOT ws-modo-propuesta
                DISPLAY "ERROR: modo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN INPUT revisiones-file
            IF NOT fs-rs-ok
                DISPLAY "aviso: no se encontro revisiones_salariales."
                        "dat, no hay revisiones preparadas"
                GO TO fin-programa
            END-IF
            PERFORM carga-reglas
            CLOSE revisiones-file
      * mientras la revision espera aprobacion no se propone otra
      * vez: sus empleados saldrian en dos propuestas
            IF ws-hay-propuesta
                DISPLAY "ERROR: la revision del " ws-fecha-num
                        " esta propuesta en la solicitud "
                        ws-propuesta-apr-id ", pendiente de "
                        "aprobacion"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            IF ws-reglas-count = 0
                DISPLAY "aviso: la revision del " ws-fecha-num
                        " no tiene reglas preparadas"
                GO TO fin-programa
            END-IF

            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "aviso: no se encontro empleados.dat, no hay "
                        "nada que revisar"
                GO TO fin-programa
            END-IF
            PERFORM revisa-empleado UNTIL ws-emp-eof
            CLOSE empleados-file
            IF ws-tabla-llena
                DISPLAY "ERROR: la revision del " ws-fecha-num
                        " no se prepara, revise los errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            IF ws-revision-count = 0
                DISPLAY "aviso: la revision no cambia el salario de "
                        "ningun empleado"
                GO TO fin-programa
            END-IF
            PERFORM ordena-revision

      * meses ya liquidados al salario anterior: los cerrados desde
      * la fecha de efecto hasta el mes en curso, sin contarlo
            COMPUTE ws-meses-estimados = (fh-aaaa * 12 + fh-mm)
                - (fe-aaaa * 12 + fe-mm)
            IF ws-modo-propuesta
                PERFORM siguiente-apr-id
            END-IF
            PERFORM graba-informe
            IF ws-modo-propuesta
                PERFORM graba-propuesta
                PERFORM graba-solicitud-aprobacion
                PERFORM marca-reglas-propuestas
                DISPLAY "revision del " ws-fecha-num " propuesta: "
                        ws-revision-count " empleados, pendiente de "
                        "aprobacion en la solicitud "
                        ws-siguiente-apr-id
            ELSE
                DISPLAY "informe previo de la revision del "
                        ws-fecha-num ": " ws-revision-count
                        " empleados"
            END-IF
            DISPLAY "informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       carga-reglas.
            MOVE ws-fecha-num TO rs-fecha-efecto
            MOVE LOW-VALUES TO rs-ambito
            MOVE LOW-VALUES TO rs-codigo
            START revisiones-file KEY IS NOT LESS THAN rs-clave
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM lee-regla UNTIL ws-eof.

       lee-regla.
            READ revisiones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rs-fecha-efecto NOT = ws-fecha-num
                        SET ws-eof TO TRUE
                    ELSE
                        IF rs-propuesta
                            SET ws-hay-propuesta TO TRUE
                            MOVE rs-apr-id TO ws-propuesta-apr-id
                        END-IF
                        IF rs-preparada
                            PERFORM carga-regla
                        END-IF
                    END-IF
            END-READ.

       carga-regla.
            IF ws-reglas-count < ws-reglas-max
                ADD 1 TO ws-reglas-count
                MOVE rs-ambito TO rt-ambito(ws-reglas-count)
                MOVE rs-codigo TO rt-codigo(ws-reglas-count)
                MOVE rs-tipo TO rt-tipo(ws-reglas-count)
                MOVE rs-valor TO rt-valor(ws-reglas-count)
            ELSE
                DISPLAY "ERROR: la regla " rs-ambito " " rs-codigo
                        " no cabe en la tabla de " ws-reglas-max
                        " reglas"
                SET ws-tabla-llena TO TRUE
            END-IF.

       revisa-empleado.
            READ empleados-file
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    IF emp-activo
                        PERFORM busca-regla-empleado
                        IF ws-regla-hallada
                            PERFORM calcula-salario-nuevo
                        END-IF
                    END-IF
            END-READ.

       busca-regla-empleado.
      * primero la regla propia del empleado, luego la de su
      * departamento y por ultimo la de toda la plantilla
            MOVE 'E' TO ws-ambito-buscar
            MOVE emp-id TO ws-codigo-emp
            PERFORM busca-regla
            IF NOT ws-regla-hallada
                MOVE 'D' TO ws-ambito-buscar
                MOVE SPACES TO ws-codigo-buscar
                MOVE emp-depto TO ws-codigo-buscar(1:4)
                PERFORM busca-regla
            END-IF
            IF NOT ws-regla-hallada
                MOVE 'T' TO ws-ambito-buscar
                MOVE SPACES TO ws-codigo-buscar
                PERFORM busca-regla
            END-IF.

       busca-regla.
            MOVE 'N' TO ws-regla-hallada-sw
            MOVE 1 TO ws-reglas-idx
            PERFORM compara-regla
                UNTIL ws-regla-hallada
                   OR ws-reglas-idx > ws-reglas-count.

       compara-regla.
            IF rt-ambito(ws-reglas-idx) = ws-ambito-buscar
                    AND rt-codigo(ws-reglas-idx) = ws-codigo-buscar
                SET ws-regla-hallada TO TRUE
            ELSE
                ADD 1 TO ws-reglas-idx
            END-IF.

       calcula-salario-nuevo.
      * un emp-salario anterior al campo se trata como cero, igual
      * que en la nomina
            IF emp-salario NOT NUMERIC
                MOVE 0 TO ws-salario-anterior
            ELSE
                MOVE emp-salario TO ws-salario-anterior
            END-IF
            IF rt-tipo(ws-reglas-idx) = 'P'
                COMPUTE ws-salario-nuevo ROUNDED =
                    ws-salario-anterior
                    * (100 + rt-valor(ws-reglas-idx)) / 100
            ELSE
                COMPUTE ws-salario-nuevo =
                    ws-salario-anterior + rt-valor(ws-reglas-idx)
            END-IF
            IF ws-salario-nuevo > ws-salario-anterior
                IF ws-revision-count >= 1000
                    PERFORM avisa-tabla-llena
                ELSE
                    ADD 1 TO ws-revision-count
                    MOVE emp-depto TO ri-depto(ws-revision-count)
                    MOVE emp-id TO ri-emp-id(ws-revision-count)
                    MOVE emp-apellido
                        TO ri-apellido(ws-revision-count)
                    MOVE rt-ambito(ws-reglas-idx)
                        TO ri-ambito(ws-revision-count)
                    MOVE ws-salario-anterior
                        TO ri-anterior(ws-revision-count)
                    MOVE ws-salario-nuevo
                        TO ri-nuevo(ws-revision-count)
                END-IF
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben "
                        "todos los empleados de la revision"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-revision.
            PERFORM ordena-pasada
                VARYING ws-revision-idx FROM 1 BY 1
                UNTIL ws-revision-idx >= ws-revision-count.

       ordena-pasada.
            COMPUTE ws-revision-limite =
                ws-revision-count - ws-revision-idx
            PERFORM compara-intercambia
                VARYING ws-revision-idx2 FROM 1 BY 1
                UNTIL ws-revision-idx2 > ws-revision-limite.

       compara-intercambia.
      * orden por departamento y emp-id, que van seguidos al
      * principio de la entrada
            IF ws-revision-entrada(ws-revision-idx2)(1:10)
                    > ws-revision-entrada(ws-revision-idx2 + 1)(1:10)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-revision-entrada(ws-revision-idx2)
                TO ws-revision-temp
            MOVE ws-revision-entrada(ws-revision-idx2 + 1)
                TO ws-revision-entrada(ws-revision-idx2)
            MOVE ws-revision-temp
                TO ws-revision-entrada(ws-revision-idx2 + 1).

       graba-informe.
            MOVE SPACES TO ws-nombre-informe
            STRING "revision_salarial_" ws-fecha-num ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-num TO lt-fecha
            MOVE SPACES TO lt-modo
            IF ws-modo-propuesta
                STRING "PROPUESTA, SOLICITUD " ws-siguiente-apr-id
                    DELIMITED BY SIZE INTO lt-modo
            ELSE
                MOVE "INFORME PREVIO" TO lt-modo
            END-IF
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-meses-estimados TO lm-meses
            MOVE ws-linea-meses TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-revision
                VARYING ws-revision-idx FROM 1 BY 1
                UNTIL ws-revision-idx > ws-revision-count
            PERFORM graba-subtotal-depto
            MOVE ws-revision-count TO lx-empleados
            MOVE ws-total-incremento TO lx-incremento
            MOVE ws-total-atrasos TO lx-atrasos
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            COMPUTE ws-total-anual = ws-total-incremento * 12
            MOVE ws-total-anual TO lx-anual
            MOVE ws-linea-anual TO informe-rec
            WRITE informe-rec
            CLOSE informe-file.

       graba-linea-revision.
            IF ws-primer-grupo
                    OR ri-depto(ws-revision-idx) NOT = ws-depto-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-depto
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE ri-depto(ws-revision-idx) TO ws-depto-actual
                MOVE 0 TO ws-sub-empleados
                MOVE 0 TO ws-sub-incremento
                MOVE 0 TO ws-sub-atrasos
                IF ws-depto-actual = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE ws-depto-actual TO ld-depto
                END-IF
                MOVE ws-linea-depto TO informe-rec
                WRITE informe-rec
            END-IF
            COMPUTE ws-incremento =
                ri-nuevo(ws-revision-idx) - ri-anterior(ws-revision-idx)
            COMPUTE ws-atrasos = ws-incremento * ws-meses-estimados
            ADD 1 TO ws-sub-empleados
            ADD ws-incremento TO ws-sub-incremento
            ADD ws-incremento TO ws-total-incremento
            ADD ws-atrasos TO ws-sub-atrasos
            ADD ws-atrasos TO ws-total-atrasos
            MOVE ri-emp-id(ws-revision-idx) TO lr-emp-id
            MOVE ri-apellido(ws-revision-idx) TO lr-apellido
            MOVE ri-ambito(ws-revision-idx) TO lr-ambito
            MOVE ri-anterior(ws-revision-idx) TO lr-anterior
            MOVE ri-nuevo(ws-revision-idx) TO lr-nuevo
            MOVE ws-incremento TO lr-incremento
            MOVE ws-atrasos TO lr-atrasos
            MOVE ws-linea-revision TO informe-rec
            WRITE informe-rec.

       graba-subtotal-depto.
            MOVE ws-sub-empleados TO lu-empleados
            MOVE ws-sub-incremento TO lu-incremento
            MOVE ws-sub-atrasos TO lu-atrasos
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec.

       graba-propuesta.
      * una linea por empleado con el salario que tiene hoy: es lo
      * que rutinas_57 comprueba y aplica al aprobar
            OPEN EXTEND propuesta-file
            IF fs-propuesta-fichero-no-existe
                OPEN OUTPUT propuesta-file
            END-IF
            PERFORM graba-linea-propuesta
                VARYING ws-revision-idx FROM 1 BY 1
                UNTIL ws-revision-idx > ws-revision-count
            CLOSE propuesta-file.

       graba-linea-propuesta.
            MOVE SPACES TO ws-revision-linea
            MOVE ws-siguiente-apr-id TO rp-apr-id
            MOVE ws-fecha-num TO rp-fecha-efecto
            MOVE ri-emp-id(ws-revision-idx) TO rp-emp-id
            MOVE ri-depto(ws-revision-idx) TO rp-depto
            MOVE ri-anterior(ws-revision-idx) TO rp-salario-anterior
            MOVE ri-nuevo(ws-revision-idx) TO rp-salario-nuevo
            MOVE ri-ambito(ws-revision-idx) TO rp-ambito
            MOVE ws-revision-linea TO propuesta-rec
            WRITE propuesta-rec.

       graba-solicitud-aprobacion.
      * los salarios no cambian sin el visto bueno de un supervisor
      * en rutinas_57
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "REVISION" TO apr-tipo
            MOVE ws-operador TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE SPACES TO apr-detalle1
            MOVE ws-fecha-num TO apr-detalle1
            MOVE ws-revision-count TO ws-empleados-edit
            MOVE SPACES TO apr-detalle2
            STRING ws-empleados-edit " empleados"
                DELIMITED BY SIZE INTO apr-detalle2
            MOVE ws-total-incremento TO ws-incremento-edit
            MOVE SPACES TO apr-detalle3
            STRING ws-incremento-edit " al mes"
                DELIMITED BY SIZE INTO apr-detalle3
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

       marca-reglas-propuestas.
      * las reglas quedan congeladas con la solicitud que las cubre
            OPEN I-O revisiones-file
            IF fs-rs-ok
                PERFORM marca-regla-propuesta
                    VARYING ws-reglas-idx FROM 1 BY 1
                    UNTIL ws-reglas-idx > ws-reglas-count
                CLOSE revisiones-file
            END-IF.

       marca-regla-propuesta.
            MOVE ws-fecha-num TO rs-fecha-efecto
            MOVE rt-ambito(ws-reglas-idx) TO rs-ambito
            MOVE rt-codigo(ws-reglas-idx) TO rs-codigo
            READ revisiones-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF rs-preparada
                        SET rs-propuesta TO TRUE
                        MOVE ws-siguiente-apr-id TO rs-apr-id
                        REWRITE revision-salarial-rec
                    END-IF
            END-READ.

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

       END PROGRAM rutinas_106.
