      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: employee leave, ausencias.dat
      *     (ausencia.cpy). Option 1 requests a leave of one of
      *     three types, vacation, sick leave or unpaid leave, for
      *     an active employee between two dates of the same year;
      *     the days are counted as business days (Monday to Friday
      *     corrected by calendario.dat), a leave overlapping
      *     another pending or approved one is refused, and a
      *     vacation longer than what is left of the year's
      *     entitlement is refused. The leave is recorded pending
      *     and a pending AUSENCIA request goes to aprobaciones.dat
      *     for a second operator to approve in rutinas_57. Option 2
      *     cancels a leave still pending, or approved and not yet
      *     started. Option 3 sets an employee's vacation
      *     entitlement for a year in vacaciones_derecho.dat
      *     (derecho_vacaciones.cpy) when it is not the default
      *     pg-vacaciones-dias (22 when not set). Option 4 lists an
      *     employee's leave for a year with the vacation balance.
      *   - the calendar table holds a whole year of exceptions
      *   - the nomina FD record is the 171-byte line of
      *     nomina_detalle.cpy; the file is only opened to see whether
      *     the period was already paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_101.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT calendario-file ASSIGN TO "calendario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendario-status.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT aprobaciones-contador-file
               ASSIGN TO "aprobaciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apr-ctr-status.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ausencias-file.
       COPY ausencia.

       FD  derecho-file.
       COPY derecho_vacaciones.

       FD  empleados-file.
       COPY empleado.

       FD  calendario-file.
       01  calendario-rec pic x(29).

       FD  parametros-file.
       COPY parametros.

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  aprobaciones-contador-file.
       01  aprobaciones-contador-rec pic 9(6).

       FD  nomina-file.
       01  nomina-rec pic x(171).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-au-status==
                              ==:FS-PREFIJO:== BY ==fs-au==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dv-status==
                              ==:FS-PREFIJO:== BY ==fs-dv==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-calendario-status==
                     ==:FS-PREFIJO:== BY ==fs-calendario==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apr-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-apr-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY calendario.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-fecha-hoy pic 9(8).
       01 ws-nombre-nomina pic x(40).
       01 ws-emp-entrada pic x(6).
       01 ws-emp-num redefines ws-emp-entrada pic 9(6).
       01 ws-desde-entrada pic x(8).
       01 ws-desde-num redefines ws-desde-entrada pic 9(8).
       01 ws-hasta-entrada pic x(8).
       01 ws-hasta-num redefines ws-hasta-entrada pic 9(8).
       01 ws-anio-entrada pic x(4).
       01 ws-anio-num redefines ws-anio-entrada pic 9(4).
       01 ws-dias-entrada pic x(3).
       01 ws-dias-num redefines ws-dias-entrada pic 9(3).
       01 ws-tipo-entrada pic x.
       01 ws-empleado-sw pic x value 'N'.
           88 ws-empleado-existe value 'Y'.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-solape-sw pic x value 'N'.
           88 ws-solape value 'Y'.
       01 ws-au-eof-sw pic x value 'N'.
           88 ws-au-eof value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-siguiente-apr-id pic 9(6) value 0.
      * validacion de fechas y recorrido dia a dia
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
       01 ws-dias-habiles pic 9(3).
       01 ws-dia-habil-sw pic x value 'N'.
           88 ws-dia-habil value 'Y'.
      * excepciones de calendario.dat del ano de la ausencia
       01 ws-cal-anio pic 9(4) value 0.
       01 ws-cal-count pic 9(3) value 0.
       01 ws-cal-idx pic 9(3).
       01 ws-cal-tabla.
           05 ws-cal-entrada occurs 366 times.
               10 cx-fecha pic 9(8).
               10 cx-tipo  pic x(1).
       01 ws-fecha-zeller pic 9(8).
       01 ws-fecha-zeller-partes redefines ws-fecha-zeller.
           05 fz-aaaa pic 9(4).
           05 fz-mm   pic 9(2).
           05 fz-dd   pic 9(2).
       01 ws-zeller-anio pic 9(4).
       01 ws-zeller-mes  pic 9(2).
       01 ws-zeller-k pic 9(2).
       01 ws-zeller-j pic 9(2).
       01 ws-zeller-t pic 9(4).
       01 ws-zeller-suma pic 9(5).
       01 ws-zeller-coc pic 9(5).
       01 ws-zeller-h pic 9(1).
      * saldo de vacaciones del empleado en el ano
       01 ws-vacaciones-defecto pic 9(3) value 22.
       01 ws-derecho pic 9(3).
       01 ws-vac-aprobadas pic 9(3).
       01 ws-vac-pendientes pic 9(3).
       01 ws-saldo pic s9(4).
       01 ws-enfermedad pic 9(3).
       01 ws-sin-sueldo pic 9(3).
       01 ws-saldo-edit pic -(3)9.
       01 ws-estado-texto pic x(9).
       01 ws-tipo-texto pic x(11).

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
            PERFORM lee-vacaciones-defecto
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM solicita-ausencia
                WHEN "2"
                    PERFORM anula-ausencia
                WHEN "3"
                    PERFORM fija-derecho
                WHEN "4"
                    PERFORM consulta-empleado
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) solicitar ausencia  2) anular ausencia"
            DISPLAY "3) derecho anual de vacaciones  4) consultar "
                    "empleado  5) salir"
            ACCEPT ws-opcion.

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

       abre-ausencias.
            OPEN I-O ausencias-file
            IF fs-au-fichero-no-existe
                OPEN OUTPUT ausencias-file
                CLOSE ausencias-file
                OPEN I-O ausencias-file
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

       valida-fecha.
      * dia dentro del mes, con febrero de 29 dias en los bisiestos
            MOVE 'N' TO ws-fecha-valida-sw
            IF fv-aaaa >= 1900 AND fv-mm >= 1 AND fv-mm <= 12
                PERFORM calcula-ultimo-dia
                IF fv-dd >= 1 AND fv-dd <= ws-ultimo-dia
                    SET ws-fecha-valida TO TRUE
                END-IF
            END-IF.

       calcula-ultimo-dia.
            MOVE ws-dias-mes(fv-mm) TO ws-ultimo-dia
            IF fv-mm = 2
                DIVIDE fv-aaaa BY 4 GIVING ws-cociente-bisiesto
                    REMAINDER ws-resto-bisiesto
                IF ws-resto-bisiesto = 0
                    MOVE 29 TO ws-ultimo-dia
                    DIVIDE fv-aaaa BY 100 GIVING ws-cociente-bisiesto
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
            END-IF.

       solicita-ausencia.
            PERFORM pide-datos-ausencia
            IF ws-valido
                PERFORM siguiente-apr-id
                PERFORM abre-ausencias
                MOVE ws-emp-num TO au-emp-id
                MOVE ws-desde-num TO au-fecha-desde
                MOVE ws-hasta-num TO au-fecha-hasta
                MOVE ws-tipo-entrada TO au-tipo
                MOVE ws-dias-habiles TO au-dias
                SET au-pendiente TO TRUE
                MOVE ws-siguiente-apr-id TO au-apr-id
                MOVE ws-operador TO au-solicita
                MOVE ws-fecha-hoy TO au-fecha-sol
                WRITE ausencia-rec
                    INVALID KEY
                        DISPLAY "ERROR: el empleado ya tiene una "
                                "ausencia que empieza ese dia"
                        MOVE 'N' TO ws-valido-sw
                END-WRITE
                CLOSE ausencias-file
                IF ws-valido
                    PERFORM graba-solicitud-aprobacion
                    DISPLAY "ausencia de " ws-dias-habiles " dias "
                            "habiles pendiente de aprobacion, "
                            "solicitud " ws-siguiente-apr-id
                    IF ws-tipo-entrada = "N"
                        PERFORM avisa-nomina-generada
                    END-IF
                END-IF
            END-IF.

       pide-datos-ausencia.
      * deja ws-valido a 'Y' solo si la ausencia se puede pedir
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
                DISPLAY "tipo (V vacaciones, E enfermedad, N permiso "
                        "sin sueldo): "
                ACCEPT ws-tipo-entrada
                INSPECT ws-tipo-entrada CONVERTING "ven" TO "VEN"
                IF ws-tipo-entrada NOT = "V"
                        AND ws-tipo-entrada NOT = "E"
                        AND ws-tipo-entrada NOT = "N"
                    DISPLAY "ERROR: tipo no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "primer dia (AAAAMMDD): "
                ACCEPT ws-desde-entrada
                MOVE 'N' TO ws-fecha-valida-sw
                IF ws-desde-entrada IS NUMERIC
                    MOVE ws-desde-num TO ws-fecha-validar
                    PERFORM valida-fecha
                END-IF
                IF NOT ws-fecha-valida
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "ultimo dia (AAAAMMDD): "
                ACCEPT ws-hasta-entrada
                MOVE 'N' TO ws-fecha-valida-sw
                IF ws-hasta-entrada IS NUMERIC
                    MOVE ws-hasta-num TO ws-fecha-validar
                    PERFORM valida-fecha
                END-IF
                IF NOT ws-fecha-valida
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido AND ws-hasta-num < ws-desde-num
                DISPLAY "ERROR: el ultimo dia es anterior al primero"
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido AND ws-hasta-entrada(1:4)
                    NOT = ws-desde-entrada(1:4)
                DISPLAY "ERROR: la ausencia no puede pasar de un ano "
                        "a otro; pedir una hasta el 31 de diciembre "
                        "y otra desde el 1 de enero"
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido
                PERFORM verifica-solape
                IF ws-solape
                    DISPLAY "ERROR: se solapa con otra ausencia "
                            "pendiente o aprobada del empleado"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                PERFORM cuenta-dias-habiles
                IF ws-dias-habiles = 0
                    DISPLAY "ERROR: el periodo no tiene dias habiles"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido AND ws-tipo-entrada = "V"
                MOVE ws-desde-entrada(1:4) TO ws-anio-entrada
                PERFORM calcula-saldo
                IF ws-dias-habiles > ws-saldo
                    MOVE ws-saldo TO ws-saldo-edit
                    DISPLAY "ERROR: pide " ws-dias-habiles " dias y le "
                            "quedan " ws-saldo-edit " de vacaciones "
                            "en " ws-anio-num
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF.

       verifica-solape.
      * otra ausencia viva del empleado que pise alguno de los dias
            MOVE 'N' TO ws-solape-sw
            OPEN INPUT ausencias-file
            IF fs-au-ok
                MOVE 'N' TO ws-au-eof-sw
                MOVE ws-emp-num TO au-emp-id
                MOVE 0 TO au-fecha-desde
                START ausencias-file KEY IS NOT LESS THAN au-clave
                    INVALID KEY
                        SET ws-au-eof TO TRUE
                END-START
                PERFORM compara-solape UNTIL ws-au-eof
                CLOSE ausencias-file
            END-IF.

       compara-solape.
            READ ausencias-file NEXT RECORD
                AT END
                    SET ws-au-eof TO TRUE
                NOT AT END
                    IF au-emp-id NOT = ws-emp-num
                        SET ws-au-eof TO TRUE
                    ELSE
                        IF (au-pendiente OR au-aprobada)
                                AND au-fecha-desde <= ws-hasta-num
                                AND au-fecha-hasta >= ws-desde-num
                            SET ws-solape TO TRUE
                        END-IF
                    END-IF
            END-READ.

       cuenta-dias-habiles.
      * dias de lunes a viernes entre las dos fechas, corregidos por
      * los festivos y laborables especiales de calendario.dat
            IF ws-desde-num(1:4) NOT = ws-cal-anio
                PERFORM carga-calendario
            END-IF
            MOVE 0 TO ws-dias-habiles
            MOVE ws-desde-num TO ws-fecha-zeller
            PERFORM cuenta-dia
                UNTIL ws-fecha-zeller > ws-hasta-num.

       cuenta-dia.
            PERFORM calcula-dia-semana
      * h de Zeller: 0 = sabado, 1 = domingo
            IF ws-zeller-h < 2
                MOVE 'N' TO ws-dia-habil-sw
            ELSE
                MOVE 'Y' TO ws-dia-habil-sw
            END-IF
            PERFORM busca-dia-calendario
                VARYING ws-cal-idx FROM 1 BY 1
                UNTIL ws-cal-idx > ws-cal-count
            IF ws-dia-habil
                ADD 1 TO ws-dias-habiles
            END-IF
            PERFORM siguiente-dia.

       busca-dia-calendario.
            IF cx-fecha(ws-cal-idx) = ws-fecha-zeller
                IF cx-tipo(ws-cal-idx) = 'F'
                    MOVE 'N' TO ws-dia-habil-sw
                END-IF
                IF cx-tipo(ws-cal-idx) = 'L'
                    MOVE 'Y' TO ws-dia-habil-sw
                END-IF
            END-IF.

       siguiente-dia.
            MOVE ws-fecha-zeller TO ws-fecha-validar
            PERFORM calcula-ultimo-dia
            IF fz-dd < ws-ultimo-dia
                ADD 1 TO fz-dd
            ELSE
                MOVE 1 TO fz-dd
                IF fz-mm < 12
                    ADD 1 TO fz-mm
                ELSE
                    MOVE 1 TO fz-mm
                    ADD 1 TO fz-aaaa
                END-IF
            END-IF.

       carga-calendario.
            MOVE ws-desde-num(1:4) TO ws-cal-anio
            MOVE 0 TO ws-cal-count
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calendario-file
            IF fs-calendario-ok
                PERFORM lee-calendario UNTIL ws-eof
                CLOSE calendario-file
            END-IF.

       lee-calendario.
            READ calendario-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calendario-rec TO ws-calendario-linea
                    IF ca-fecha(1:4) = ws-cal-anio
                            AND ws-cal-count < 366
                        ADD 1 TO ws-cal-count
                        MOVE ca-fecha TO cx-fecha(ws-cal-count)
                        MOVE ca-tipo TO cx-tipo(ws-cal-count)
                    END-IF
            END-READ.

       calcula-dia-semana.
      * congruencia de Zeller, la misma de rutinas_29
      * (h = 0 sabado, 1 domingo, 2 lunes...)
            MOVE fz-aaaa TO ws-zeller-anio
            MOVE fz-mm TO ws-zeller-mes
            IF ws-zeller-mes <= 2
                ADD 12 TO ws-zeller-mes
                SUBTRACT 1 FROM ws-zeller-anio
            END-IF
            COMPUTE ws-zeller-j = ws-zeller-anio / 100
            COMPUTE ws-zeller-k = ws-zeller-anio
                - ws-zeller-j * 100
            COMPUTE ws-zeller-t = 13 * (ws-zeller-mes + 1) / 5
            COMPUTE ws-zeller-suma = fz-dd + ws-zeller-t
                + ws-zeller-k + 5 * ws-zeller-j
            COMPUTE ws-zeller-coc = ws-zeller-k / 4
            ADD ws-zeller-coc TO ws-zeller-suma
            COMPUTE ws-zeller-coc = ws-zeller-j / 4
            ADD ws-zeller-coc TO ws-zeller-suma
            COMPUTE ws-zeller-coc = ws-zeller-suma / 7
            COMPUTE ws-zeller-h = ws-zeller-suma
                - ws-zeller-coc * 7.

       calcula-saldo.
      * derecho del ano (propio o por defecto) menos las vacaciones
      * aprobadas y las pendientes de aprobar
            MOVE ws-vacaciones-defecto TO ws-derecho
            OPEN INPUT derecho-file
            IF fs-dv-ok
                MOVE ws-emp-num TO dv-emp-id
                MOVE ws-anio-num TO dv-anio
                READ derecho-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE dv-dias TO ws-derecho
                END-READ
                CLOSE derecho-file
            END-IF
            MOVE 0 TO ws-vac-aprobadas
            MOVE 0 TO ws-vac-pendientes
            MOVE 0 TO ws-enfermedad
            MOVE 0 TO ws-sin-sueldo
            OPEN INPUT ausencias-file
            IF fs-au-ok
                MOVE 'N' TO ws-au-eof-sw
                MOVE ws-emp-num TO au-emp-id
                COMPUTE au-fecha-desde = ws-anio-num * 10000 + 101
                START ausencias-file KEY IS NOT LESS THAN au-clave
                    INVALID KEY
                        SET ws-au-eof TO TRUE
                END-START
                PERFORM suma-ausencia UNTIL ws-au-eof
                CLOSE ausencias-file
            END-IF
            COMPUTE ws-saldo = ws-derecho - ws-vac-aprobadas
                - ws-vac-pendientes.

       suma-ausencia.
            READ ausencias-file NEXT RECORD
                AT END
                    SET ws-au-eof TO TRUE
                NOT AT END
                    IF au-emp-id NOT = ws-emp-num
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

       avisa-nomina-generada.
      * el permiso sin sueldo se descuenta en la nomina del mes; si
      * ya se genero, el descuento no entra en ella
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-desde-entrada(1:6) ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            OPEN INPUT nomina-file
            IF fs-nomina-ok
                CLOSE nomina-file
                DISPLAY "ATENCION: la nomina de " ws-desde-entrada(1:6)
                        " ya se genero; este permiso no se descuenta "
                        "en ella"
            END-IF.

       graba-solicitud-aprobacion.
      * la ausencia no cuenta sin el visto bueno de un segundo
      * operador en rutinas_57
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "AUSENCIA" TO apr-tipo
            MOVE ws-operador TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE SPACES TO apr-detalle1
            STRING ws-emp-entrada ws-desde-entrada
                DELIMITED BY SIZE INTO apr-detalle1
            MOVE SPACES TO apr-detalle2
            STRING ws-tipo-entrada " hasta " ws-hasta-entrada
                DELIMITED BY SIZE INTO apr-detalle2
            MOVE SPACES TO apr-detalle3
            STRING ws-dias-habiles " dias habiles"
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

       anula-ausencia.
            PERFORM pide-empleado
            IF ws-empleado-existe
                DISPLAY "primer dia de la ausencia (AAAAMMDD): "
                ACCEPT ws-desde-entrada
                IF ws-desde-entrada NOT NUMERIC
                    DISPLAY "ERROR: fecha no valida"
                ELSE
                    PERFORM abre-ausencias
                    MOVE ws-emp-num TO au-emp-id
                    MOVE ws-desde-num TO au-fecha-desde
                    READ ausencias-file
                        INVALID KEY
                            DISPLAY "ERROR: el empleado no tiene una "
                                    "ausencia que empiece ese dia"
                        NOT INVALID KEY
                            PERFORM anula-ausencia-leida
                    END-READ
                    CLOSE ausencias-file
                END-IF
            END-IF.

       anula-ausencia-leida.
      * una pendiente se anula siempre; una aprobada solo si todavia
      * no ha empezado. La solicitud pendiente en aprobaciones.dat
      * la rechaza rutinas_57 al ver la ausencia anulada
            IF au-pendiente
                    OR (au-aprobada AND au-fecha-desde > ws-fecha-hoy)
                DISPLAY "ausencia " au-tipo " del " au-fecha-desde
                        " al " au-fecha-hasta ", " au-dias " dias"
                DISPLAY "anular la ausencia (S/N): "
                ACCEPT ws-confirmacion
                IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                    SET au-anulada TO TRUE
                    REWRITE ausencia-rec
                    DISPLAY "ausencia anulada"
                END-IF
            ELSE
                DISPLAY "ERROR: la ausencia no se puede anular (esta "
                        "rechazada, anulada o ya empezada)"
            END-IF.

       fija-derecho.
            PERFORM pide-empleado
            IF ws-empleado-existe
                DISPLAY "ano (AAAA): "
                ACCEPT ws-anio-entrada
                IF ws-anio-entrada NOT NUMERIC
                    DISPLAY "ERROR: ano no valido"
                ELSE
                    PERFORM graba-derecho
                END-IF
            END-IF.

       graba-derecho.
            OPEN I-O derecho-file
            IF fs-dv-fichero-no-existe
                OPEN OUTPUT derecho-file
                CLOSE derecho-file
                OPEN I-O derecho-file
            END-IF
            MOVE ws-emp-num TO dv-emp-id
            MOVE ws-anio-num TO dv-anio
            READ derecho-file
                INVALID KEY
                    DISPLAY "derecho actual: " ws-vacaciones-defecto
                            " dias (por defecto)"
                    MOVE 'N' TO ws-valido-sw
                NOT INVALID KEY
                    DISPLAY "derecho actual: " dv-dias " dias"
                    SET ws-valido TO TRUE
            END-READ
            DISPLAY "dias habiles de vacaciones del ano: "
            ACCEPT ws-dias-entrada
            IF ws-dias-entrada NOT NUMERIC
                DISPLAY "ERROR: numero de dias no valido (tres cifras)"
            ELSE
                MOVE ws-emp-num TO dv-emp-id
                MOVE ws-anio-num TO dv-anio
                MOVE ws-dias-num TO dv-dias
                MOVE ws-operador TO dv-operador
                MOVE ws-fecha-hoy TO dv-fecha
                IF ws-valido
                    REWRITE derecho-vacaciones-rec
                ELSE
                    WRITE derecho-vacaciones-rec
                END-IF
                DISPLAY "derecho grabado: " dv-dias " dias en " dv-anio
            END-IF
            CLOSE derecho-file.

       consulta-empleado.
            PERFORM pide-empleado
            IF ws-empleado-existe
                DISPLAY "ano (AAAA): "
                ACCEPT ws-anio-entrada
                IF ws-anio-entrada NOT NUMERIC
                    DISPLAY "ERROR: ano no valido"
                ELSE
                    OPEN INPUT ausencias-file
                    IF fs-au-ok
                        MOVE 'N' TO ws-au-eof-sw
                        MOVE ws-emp-num TO au-emp-id
                        COMPUTE au-fecha-desde =
                            ws-anio-num * 10000 + 101
                        START ausencias-file
                                KEY IS NOT LESS THAN au-clave
                            INVALID KEY
                                SET ws-au-eof TO TRUE
                        END-START
                        PERFORM lista-ausencia UNTIL ws-au-eof
                        CLOSE ausencias-file
                    END-IF
                    PERFORM calcula-saldo
                    MOVE ws-saldo TO ws-saldo-edit
                    DISPLAY "vacaciones " ws-anio-num ": derecho "
                            ws-derecho "  aprobadas " ws-vac-aprobadas
                            "  pendientes " ws-vac-pendientes
                            "  saldo " ws-saldo-edit
                    DISPLAY "enfermedad " ws-enfermedad " dias  sin "
                            "sueldo " ws-sin-sueldo " dias"
                END-IF
            END-IF.

       lista-ausencia.
            READ ausencias-file NEXT RECORD
                AT END
                    SET ws-au-eof TO TRUE
                NOT AT END
                    IF au-emp-id NOT = ws-emp-num
                            OR au-fecha-desde(1:4) NOT = ws-anio-entrada
                        SET ws-au-eof TO TRUE
                    ELSE
                        PERFORM describe-ausencia
                        DISPLAY au-fecha-desde " - " au-fecha-hasta " "
                                ws-tipo-texto " " au-dias " dias  "
                                ws-estado-texto " solicitud "
                                au-apr-id
                    END-IF
            END-READ.

       describe-ausencia.
            EVALUATE TRUE
                WHEN au-vacaciones
                    MOVE "VACACIONES" TO ws-tipo-texto
                WHEN au-enfermedad
                    MOVE "ENFERMEDAD" TO ws-tipo-texto
                WHEN OTHER
                    MOVE "SIN SUELDO" TO ws-tipo-texto
            END-EVALUATE
            EVALUATE TRUE
                WHEN au-pendiente
                    MOVE "PENDIENTE" TO ws-estado-texto
                WHEN au-aprobada
                    MOVE "APROBADA" TO ws-estado-texto
                WHEN au-rechazada
                    MOVE "RECHAZADA" TO ws-estado-texto
                WHEN OTHER
                    MOVE "ANULADA" TO ws-estado-texto
            END-EVALUATE.

       END PROGRAM rutinas_101.
