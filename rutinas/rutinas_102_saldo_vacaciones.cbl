      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: yearly leave balance report. For the year
      *     asked (the current one when left blank) it lists every
      *     active employee, and every departed one with leave in
      *     the year, with the vacation entitlement
      *     (vacaciones_derecho.dat, or pg-vacaciones-dias), the
      *     approved and the pending vacation days, the balance
      *     left, and the approved sick leave and unpaid leave days
      *     from ausencias.dat, grouped by emp-depto (sorted by
      *     department, then apellido) with a per-department
      *     subtotal line, the same grouping as the roster of
      *     rutinas_11. Written to saldo_vacaciones_AAAA.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_102.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT ausencias-file ASSIGN TO "ausencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS au-clave
               FILE STATUS IS ws-au-status.
           SELECT derecho-file ASSIGN TO "vacaciones_derecho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dv-clave
               FILE STATUS IS ws-dv-status.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT saldo-file ASSIGN DYNAMIC ws-nombre-saldo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-saldo-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       COPY empleado.

       FD  ausencias-file.
       COPY ausencia.

       FD  derecho-file.
       COPY derecho_vacaciones.

       FD  parametros-file.
       COPY parametros.

       FD  saldo-file.
       01  saldo-rec pic x(90).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-au-status==
                              ==:FS-PREFIJO:== BY ==fs-au==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dv-status==
                              ==:FS-PREFIJO:== BY ==fs-dv==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-saldo-status==
                              ==:FS-PREFIJO:== BY ==fs-saldo==.
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-au-eof-sw pic x value 'N'.
           88 ws-au-eof value 'Y'.
       01 ws-au-abierto-sw pic x value 'N'.
           88 ws-au-abierto value 'Y'.
       01 ws-dv-abierto-sw pic x value 'N'.
           88 ws-dv-abierto value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-anio-entrada pic x(4).
       01 ws-anio-num redefines ws-anio-entrada pic 9(4).
       01 ws-nombre-saldo pic x(40).
       01 ws-vacaciones-defecto pic 9(3) value 22.
      * acumulados del empleado que se esta leyendo
       01 ws-derecho pic 9(3).
       01 ws-vac-aprobadas pic 9(3).
       01 ws-vac-pendientes pic 9(3).
       01 ws-enfermedad pic 9(3).
       01 ws-sin-sueldo pic 9(3).
       01 ws-saldo-tabla.
           05 ws-saldo-entrada occurs 500 times.
               10 sv-id          pic 9(6).
               10 sv-nombre      pic x(15).
               10 sv-apellido    pic x(20).
               10 sv-depto       pic x(4).
               10 sv-derecho     pic 9(3).
               10 sv-aprobadas   pic 9(3).
               10 sv-pendientes  pic 9(3).
               10 sv-enfermedad  pic 9(3).
               10 sv-sin-sueldo  pic 9(3).
       01 ws-saldo-temp pic x(60).
       01 ws-saldo-count pic 9(3) value 0.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-saldo-idx pic 9(3).
       01 ws-saldo-idx2 pic 9(3).
       01 ws-saldo-limite pic 9(3).
       01 ws-depto-actual pic x(4).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-subtotales-depto.
           05 ws-sub-empleados  pic 9(4).
           05 ws-sub-aprobadas  pic 9(4).
           05 ws-sub-pendientes pic 9(4).
           05 ws-sub-enfermedad pic 9(4).
           05 ws-sub-sin-sueldo pic 9(4).
       01 ws-saldo-calc pic s9(4).
       01 ws-titulo-linea.
           05 filler      pic x(34)
               value "SALDO DE VACACIONES Y AUSENCIAS - ".
           05 lt-anio     pic 9(4).
       01 ws-cabecera-linea.
           05 filler pic x(43)
               value "ID     APELLIDO             NOMBRE".
           05 filler pic x(42)
               value " DERECHO APROB  PEND  SALDO ENFERM SINSUEL".
       01 ws-linea-depto.
           05 filler      pic x(14) value "DEPARTAMENTO: ".
           05 ld-depto    pic x(9).
       01 ws-linea-saldo.
           05 ls-id          pic zzzzz9.
           05 filler         pic x(1) value SPACE.
           05 ls-apellido    pic x(20).
           05 filler         pic x(1) value SPACE.
           05 ls-nombre      pic x(15).
           05 filler         pic x(5) value SPACES.
           05 ls-derecho     pic zz9.
           05 filler         pic x(3) value SPACES.
           05 ls-aprobadas   pic zz9.
           05 filler         pic x(3) value SPACES.
           05 ls-pendientes  pic zz9.
           05 filler         pic x(3) value SPACES.
           05 ls-saldo       pic ---9.
           05 filler         pic x(4) value SPACES.
           05 ls-enfermedad  pic zz9.
           05 filler         pic x(5) value SPACES.
           05 ls-sin-sueldo  pic zz9.
       01 ws-linea-subtotal.
           05 filler         pic x(21) value "  subtotal empleados:".
           05 filler         pic x(1) value SPACE.
           05 lu-empleados   pic zzz9.
           05 filler         pic x(27) value SPACES.
           05 lu-aprobadas   pic zzz9.
           05 filler         pic x(2) value SPACES.
           05 lu-pendientes  pic zzz9.
           05 filler         pic x(10) value SPACES.
           05 lu-enfermedad  pic zzz9.
           05 filler         pic x(4) value SPACES.
           05 lu-sin-sueldo  pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            DISPLAY "ano del informe (AAAA, en blanco el actual): "
            ACCEPT ws-anio-entrada
            IF ws-anio-entrada = SPACES
                MOVE ws-fecha-hoy(1:4) TO ws-anio-entrada
            END-IF
            IF ws-anio-entrada NOT NUMERIC
                DISPLAY "ERROR: ano no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM lee-vacaciones-defecto
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "aviso: no se encontro empleados.dat, no se "
                        "genera el informe"
                GO TO fin-programa
            END-IF
            OPEN INPUT ausencias-file
            IF fs-au-ok
                SET ws-au-abierto TO TRUE
            END-IF
            OPEN INPUT derecho-file
            IF fs-dv-ok
                SET ws-dv-abierto TO TRUE
            END-IF
            PERFORM lee-empleado UNTIL ws-emp-eof
            CLOSE empleados-file
            IF ws-au-abierto
                CLOSE ausencias-file
            END-IF
            IF ws-dv-abierto
                CLOSE derecho-file
            END-IF
            PERFORM ordena-saldos
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-saldo
            STRING "saldo_vacaciones_" ws-anio-entrada ".log"
                DELIMITED BY SIZE INTO ws-nombre-saldo
            OPEN OUTPUT saldo-file
            MOVE ws-anio-num TO lt-anio
            MOVE ws-titulo-linea TO saldo-rec
            WRITE saldo-rec
            MOVE ws-cabecera-linea TO saldo-rec
            WRITE saldo-rec
            PERFORM graba-linea-saldo
                VARYING ws-saldo-idx FROM 1 BY 1
                UNTIL ws-saldo-idx > ws-saldo-count
            IF ws-saldo-count > 0
                PERFORM graba-subtotal-depto
            END-IF
            CLOSE saldo-file
            DISPLAY "informe de saldos de " ws-anio-num ": "
                    ws-saldo-count " empleados, en " ws-nombre-saldo.

       fin-programa.
            STOP RUN.

       lee-vacaciones-defecto.
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    NOT AT END
                        IF pg-vacaciones-dias IS NUMERIC
                            IF pg-vacaciones-dias > 0
                                MOVE pg-vacaciones-dias
                                    TO ws-vacaciones-defecto
                            END-IF
                        END-IF
                END-READ
                CLOSE parametros-file
            END-IF.

       lee-empleado.
            READ empleados-file
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    PERFORM acumula-empleado
            END-READ.

       acumula-empleado.
      * un empleado de baja solo sale si tuvo ausencias en el ano
            PERFORM lee-derecho
            PERFORM suma-ausencias-empleado
            IF emp-activo OR ws-vac-aprobadas > 0
                    OR ws-vac-pendientes > 0 OR ws-enfermedad > 0
                    OR ws-sin-sueldo > 0
                IF ws-saldo-count >= 500
                    PERFORM avisa-tabla-llena
                ELSE
                    ADD 1 TO ws-saldo-count
                    MOVE emp-id TO sv-id(ws-saldo-count)
                    MOVE emp-nombre TO sv-nombre(ws-saldo-count)
                    MOVE emp-apellido TO sv-apellido(ws-saldo-count)
                    MOVE emp-depto TO sv-depto(ws-saldo-count)
                    MOVE ws-derecho TO sv-derecho(ws-saldo-count)
                    MOVE ws-vac-aprobadas
                        TO sv-aprobadas(ws-saldo-count)
                    MOVE ws-vac-pendientes
                        TO sv-pendientes(ws-saldo-count)
                    MOVE ws-enfermedad TO sv-enfermedad(ws-saldo-count)
                    MOVE ws-sin-sueldo TO sv-sin-sueldo(ws-saldo-count)
                END-IF
            END-IF.

       lee-derecho.
            MOVE ws-vacaciones-defecto TO ws-derecho
            IF ws-dv-abierto
                MOVE emp-id TO dv-emp-id
                MOVE ws-anio-num TO dv-anio
                READ derecho-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE dv-dias TO ws-derecho
                END-READ
            END-IF.

       suma-ausencias-empleado.
            MOVE 0 TO ws-vac-aprobadas
            MOVE 0 TO ws-vac-pendientes
            MOVE 0 TO ws-enfermedad
            MOVE 0 TO ws-sin-sueldo
            IF ws-au-abierto
                MOVE 'N' TO ws-au-eof-sw
                MOVE emp-id TO au-emp-id
                COMPUTE au-fecha-desde = ws-anio-num * 10000 + 101
                START ausencias-file KEY IS NOT LESS THAN au-clave
                    INVALID KEY
                        SET ws-au-eof TO TRUE
                END-START
                PERFORM lee-ausencia UNTIL ws-au-eof
            END-IF.

       lee-ausencia.
            READ ausencias-file NEXT RECORD
                AT END
                    SET ws-au-eof TO TRUE
                NOT AT END
                    IF au-emp-id NOT = emp-id
                            OR au-fecha-desde(1:4) NOT = ws-anio-entrada
                        SET ws-au-eof TO TRUE
                    ELSE
                        PERFORM acumula-ausencia
                    END-IF
            END-READ.

       acumula-ausencia.
            IF au-vacaciones AND au-aprobada
                ADD au-dias TO ws-vac-aprobadas
            END-IF
            IF au-vacaciones AND au-pendiente
                ADD au-dias TO ws-vac-pendientes
            END-IF
            IF au-enfermedad AND au-aprobada
                ADD au-dias TO ws-enfermedad
            END-IF
            IF au-sin-sueldo AND au-aprobada
                ADD au-dias TO ws-sin-sueldo
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-saldos.
            PERFORM ordena-pasada
                VARYING ws-saldo-idx FROM 1 BY 1
                UNTIL ws-saldo-idx >= ws-saldo-count.

       ordena-pasada.
            COMPUTE ws-saldo-limite = ws-saldo-count - ws-saldo-idx
            PERFORM compara-intercambia
                VARYING ws-saldo-idx2 FROM 1 BY 1
                UNTIL ws-saldo-idx2 > ws-saldo-limite.

       compara-intercambia.
      * orden primario por departamento, secundario por apellido
            IF sv-depto(ws-saldo-idx2) > sv-depto(ws-saldo-idx2 + 1)
                PERFORM intercambia-entradas
            ELSE
                IF sv-depto(ws-saldo-idx2)
                        = sv-depto(ws-saldo-idx2 + 1)
                        AND sv-apellido(ws-saldo-idx2)
                            > sv-apellido(ws-saldo-idx2 + 1)
                    PERFORM intercambia-entradas
                END-IF
            END-IF.

       intercambia-entradas.
            MOVE ws-saldo-entrada(ws-saldo-idx2) TO ws-saldo-temp
            MOVE ws-saldo-entrada(ws-saldo-idx2 + 1)
                TO ws-saldo-entrada(ws-saldo-idx2)
            MOVE ws-saldo-temp
                TO ws-saldo-entrada(ws-saldo-idx2 + 1).

       graba-linea-saldo.
            IF ws-primer-grupo
                    OR sv-depto(ws-saldo-idx) NOT = ws-depto-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-depto
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE sv-depto(ws-saldo-idx) TO ws-depto-actual
                INITIALIZE ws-subtotales-depto
                IF ws-depto-actual = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE ws-depto-actual TO ld-depto
                END-IF
                MOVE ws-linea-depto TO saldo-rec
                WRITE saldo-rec
            END-IF
            ADD 1 TO ws-sub-empleados
            ADD sv-aprobadas(ws-saldo-idx) TO ws-sub-aprobadas
            ADD sv-pendientes(ws-saldo-idx) TO ws-sub-pendientes
            ADD sv-enfermedad(ws-saldo-idx) TO ws-sub-enfermedad
            ADD sv-sin-sueldo(ws-saldo-idx) TO ws-sub-sin-sueldo
            MOVE sv-id(ws-saldo-idx) TO ls-id
            MOVE sv-apellido(ws-saldo-idx) TO ls-apellido
            MOVE sv-nombre(ws-saldo-idx) TO ls-nombre
            MOVE sv-derecho(ws-saldo-idx) TO ls-derecho
            MOVE sv-aprobadas(ws-saldo-idx) TO ls-aprobadas
            MOVE sv-pendientes(ws-saldo-idx) TO ls-pendientes
            COMPUTE ws-saldo-calc = sv-derecho(ws-saldo-idx)
                - sv-aprobadas(ws-saldo-idx)
                - sv-pendientes(ws-saldo-idx)
            MOVE ws-saldo-calc TO ls-saldo
            MOVE sv-enfermedad(ws-saldo-idx) TO ls-enfermedad
            MOVE sv-sin-sueldo(ws-saldo-idx) TO ls-sin-sueldo
            MOVE ws-linea-saldo TO saldo-rec
            WRITE saldo-rec.

       graba-subtotal-depto.
            MOVE ws-sub-empleados TO lu-empleados
            MOVE ws-sub-aprobadas TO lu-aprobadas
            MOVE ws-sub-pendientes TO lu-pendientes
            MOVE ws-sub-enfermedad TO lu-enfermedad
            MOVE ws-sub-sin-sueldo TO lu-sin-sueldo
            MOVE ws-linea-subtotal TO saldo-rec
            WRITE saldo-rec.

       END PROGRAM rutinas_102.
