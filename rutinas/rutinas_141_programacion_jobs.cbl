      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: calendar-driven job schedule. The periodic
      *     programs (liquidacion, ledger export, weekly pack,
      *     nomina, month-end and year-end close) were remembered
      *     and launched by hand; programacion_jobs.dat
      *     (programacion_job.cpy) now says which runs daily, on a
      *     given weekday, on the Nth or the last business day of
      *     the month, or at year end, with what it is fed at its
      *     prompt and whether a failure stops the night. Business
      *     days follow the rutinas_72 rule (Monday to Friday,
      *     corrected by calendario.dat), so a weekly job whose day
      *     is a holiday runs on the next business day instead of
      *     being lost. Option H writes tonight's due jobs to
      *     trabajos_hoy.dat for nightly_driver.sh to launch in file
      *     order; option P writes programacion_14dias_AAAAMMDD.log,
      *     what will run over the next 14 days. RETURN-CODE 4 when
      *     a schedule line is not valid and was skipped, 8 when
      *     tonight's list could not be written; the program makes
      *     sure catalogo_retornos.dat carries its codes under the
      *     job step name "programacion".
      *   - programacion_jobs.dat gains a report column: the report a
      *     job leaves (with '#' standing for what it is fed at its
      *     prompt) goes to trabajos_hoy.dat so nightly_driver.sh can
      *     file it in the report spool (rutinas_142).
      *   - programacion_jobs.dat is re-read for every day evaluated
      *     instead of being held in a 50-entry table, so no schedule
      *     line is ever dropped.
      *   - option H leaves out a due job whose step already finished
      *     with code 0 today in job_control.log, so relaunching a
      *     failed night does not run nomina or month-end again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_141.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT programacion-file ASSIGN TO "programacion_jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-programacion-status.
           SELECT calendario-file ASSIGN TO "calendario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendario-status.
           SELECT trabajos-file ASSIGN TO "trabajos_hoy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trabajos-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.
           SELECT retornos-file ASSIGN TO "catalogo_retornos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-retornos-status.
           SELECT control-file ASSIGN TO "job_control.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD  programacion-file.
       01  programacion-rec pic x(122).

       FD  calendario-file.
       01  calendario-rec pic x(29).

       FD  trabajos-file.
       01  trabajos-rec pic x(93).

       FD  informe-file.
       01  informe-rec pic x(100).

       FD  retornos-file.
       01  retornos-rec pic x(48).

       FD  control-file.
       01  control-rec pic x(62).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-programacion-status==
                     ==:FS-PREFIJO:== BY ==fs-programacion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-calendario-status==
                     ==:FS-PREFIJO:== BY ==fs-calendario==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-trabajos-status==
                              ==:FS-PREFIJO:== BY ==fs-trabajos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-retornos-status==
                              ==:FS-PREFIJO:== BY ==fs-retornos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-control-status==
                              ==:FS-PREFIJO:== BY ==fs-control==.
       COPY programacion_job.
       COPY calendario.
       COPY retorno.
       COPY control_pasos.

       01 ws-opcion            pic x(1).
       01 ws-nombre-informe    pic x(40).
       01 ws-fecha-hoy         pic 9(8).
       01 ws-retcode           pic 9(2) value 0.
       01 ws-eof-sw            pic x(1) value 'N'.
           88 ws-eof value 'S'.
       01 ws-toca-sw           pic x(1) value 'N'.
           88 ws-toca value 'S'.
       01 ws-trabajos-dia      pic 9(2).
       01 ws-total-trabajos    pic 9(3) value 0.
       01 ws-retornos-vistos.
           05 ws-retorno-visto occurs 3 times pic x(1).

      * trabajos de programacion_jobs.dat: no se guardan en tabla,
      * el fichero se relee para cada dia que se evalua
       01 ws-jobs-total        pic 9(4) value 0.
       01 ws-prog-eof-sw       pic x(1) value 'N'.
           88 ws-prog-eof value 'S'.
       01 ws-prog-abierto-sw   pic x(1) value 'N'.
           88 ws-prog-abierto value 'S'.
       01 ws-trabajo-valido-sw pic x(1) value 'N'.
           88 ws-trabajo-valido value 'S'.
      * un trabajo que ya termino bien hoy (FIN con codigo 0 en
      * job_control.log) no se vuelve a lanzar al relanzar la noche
       01 ws-control-eof-sw    pic x(1) value 'N'.
           88 ws-control-eof value 'S'.
       01 ws-ya-hecho-sw       pic x(1) value 'N'.
           88 ws-ya-hecho value 'S'.
       01 ws-ya-hechos         pic 9(3) value 0.

      * ventana de dias alrededor de hoy: 40 hacia atras, para contar
      * los dias habiles del mes y ver el dia habil anterior, y el
      * resto hacia delante, para la prevision y el dia habil
      * siguiente. Hoy es el dia ws-dia-hoy-idx
       01 ws-dias-ventana      pic 9(3) value 100.
       01 ws-dia-hoy-idx       pic 9(3) value 41.
       01 ws-tabla-dias.
           05 ws-dia OCCURS 100 TIMES.
               10 wd-fecha      pic 9(8).
               10 wd-dia-semana pic 9(1).
               10 wd-habil-sw   pic x(1).
                   88 wd-habil value 'S'.
       01 ws-i                 pic 9(3).
       01 ws-k                 pic 9(3).
       01 ws-d                 pic 9(3).
       01 ws-cuenta-habiles    pic 9(2).

       01 ws-fecha-calc        pic 9(8).
       01 ws-fecha-calc-partes redefines ws-fecha-calc.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dia-semana-calc   pic 9(1).

       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia        pic 9(2).
       01 ws-resto-bisiesto    pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).

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

       01 ws-nombres-dia-valores pic x(21)
           value "lunmarmiejueviesabdom".
       01 ws-nombres-dia redefines ws-nombres-dia-valores.
           05 ws-nombre-dia occurs 7 times pic x(3).

      * lo que el trabajo recibe por teclado, segun jp-entrada
       01 ws-valor-entrada     pic x(8).
       01 ws-periodo-calc      pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-calc.
           05 pc-aaaa pic 9(4).
           05 pc-mm   pic 9(2).
       01 ws-anio-calc         pic 9(4).

       01 ws-trabajo-linea.
           05 th-paso      pic x(20).
           05 filler       pic x(1) value SPACE.
           05 th-critico   pic x(1).
           05 filler       pic x(1) value SPACE.
           05 th-entrada   pic x(8).
           05 filler       pic x(1) value SPACE.
           05 th-informe   pic x(30).
           05 filler       pic x(1) value SPACE.
           05 th-comando   pic x(30).

      * nombre del informe que deja el trabajo; '#' se sustituye por
      * lo que recibe por teclado (nomina_resumen_#.log)
       01 ws-informe-antes     pic x(30).
       01 ws-informe-despues   pic x(30).
       01 ws-almohadillas      pic 9(2).

       01 ws-linea-titulo.
           05 filler pic x(33)
               value "PREVISION DE TRABAJOS PROGRAMADOS".
           05 filler pic x(16) value ", 14 DIAS DESDE".
           05 filler pic x(1) value SPACE.
           05 lt-fecha pic 9(8).
       01 ws-linea-dia.
           05 ld-fecha       pic 9(8).
           05 filler         pic x(1) value SPACE.
           05 ld-nombre-dia  pic x(3).
           05 filler         pic x(1) value SPACE.
           05 ld-habil       pic x(8).
           05 filler         pic x(1) value SPACE.
           05 ld-paso        pic x(20).
           05 filler         pic x(1) value SPACE.
           05 ld-entrada     pic x(8).
           05 filler         pic x(1) value SPACE.
           05 ld-descripcion pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "H) trabajos programados para hoy"
            DISPLAY "P) prevision de los proximos 14 dias"
            DISPLAY "elige una opcion: "
            ACCEPT ws-opcion
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM carga-programacion
            PERFORM prepara-ventana
            EVALUATE ws-opcion
                WHEN "H"
                WHEN "h"
                    PERFORM registra-retornos
                    PERFORM trabajos-de-hoy
                WHEN "P"
                WHEN "p"
                    PERFORM prevision
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE ws-retcode TO RETURN-CODE
            STOP RUN.

       carga-programacion.
      * sin programacion_jobs.dat no hay trabajos periodicos: el
      * mismo trato "no configurado" de los demas ficheros de control
            MOVE 0 TO ws-jobs-total
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT programacion-file
            IF fs-programacion-ok
                PERFORM lee-programacion UNTIL ws-eof
                CLOSE programacion-file
            END-IF.

       lee-programacion.
            READ programacion-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE programacion-rec TO ws-programacion-linea
                    IF programacion-rec NOT = SPACES
                       AND programacion-rec(1:1) NOT = "*"
                        PERFORM valida-trabajo
                    END-IF
            END-READ.

       valida-trabajo.
            PERFORM comprueba-trabajo
            IF ws-trabajo-valido
                ADD 1 TO ws-jobs-total
            ELSE
                DISPLAY "aviso: linea de programacion_jobs.dat no "
                        "valida, se ignora: " jp-paso
                MOVE 4 TO ws-retcode
            END-IF.

       comprueba-trabajo.
            MOVE 'N' TO ws-trabajo-valido-sw
            IF programacion-rec NOT = SPACES
               AND programacion-rec(1:1) NOT = "*"
               AND (jp-diario OR jp-semanal OR jp-enesimo-habil
                    OR jp-ultimo-habil OR jp-fin-anio)
               AND jp-dia IS NUMERIC
               AND (jp-sin-entrada OR jp-entrada-fecha
                    OR jp-entrada-mes OR jp-entrada-mes-ant
                    OR jp-entrada-anio-ant)
               AND jp-paso NOT = SPACES
               AND jp-comando NOT = SPACES
                SET ws-trabajo-valido TO TRUE
            END-IF.

       abre-programacion.
      * las lineas no validas ya se avisaron en carga-programacion;
      * en las relecturas se saltan sin mas
            MOVE 'N' TO ws-prog-eof-sw
            MOVE 'N' TO ws-prog-abierto-sw
            OPEN INPUT programacion-file
            IF fs-programacion-ok
                SET ws-prog-abierto TO TRUE
            ELSE
                SET ws-prog-eof TO TRUE
            END-IF.

       cierra-programacion.
            IF ws-prog-abierto
                CLOSE programacion-file
                MOVE 'N' TO ws-prog-abierto-sw
            END-IF.

       lee-trabajo-valido.
            MOVE 'N' TO ws-trabajo-valido-sw
            PERFORM lee-linea-trabajo
                UNTIL ws-prog-eof OR ws-trabajo-valido.

       lee-linea-trabajo.
            READ programacion-file
                AT END
                    SET ws-prog-eof TO TRUE
                NOT AT END
                    MOVE programacion-rec TO ws-programacion-linea
                    PERFORM comprueba-trabajo
            END-READ.

       prepara-ventana.
      * la ventana arranca 40 dias antes de hoy; cada dia siguiente
      * se obtiene sumando uno, y el dia de la semana rotando el del
      * primero
            MOVE ws-fecha-hoy TO ws-fecha-calc
            PERFORM resta-un-dia
                VARYING ws-i FROM 1 BY 1
                UNTIL ws-i >= ws-dia-hoy-idx
            MOVE ws-fecha-calc TO ws-fecha-zeller
            PERFORM calcula-dia-semana
      * h de Zeller: 0 = sabado, 1 = domingo, 2 = lunes ...
            IF ws-zeller-h < 2
                COMPUTE ws-dia-semana-calc = ws-zeller-h + 6
            ELSE
                COMPUTE ws-dia-semana-calc = ws-zeller-h - 1
            END-IF
            PERFORM llena-dia
                VARYING ws-i FROM 1 BY 1
                UNTIL ws-i > ws-dias-ventana
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calendario-file
            IF fs-calendario-ok
                PERFORM lee-calendario UNTIL ws-eof
                CLOSE calendario-file
            END-IF.

       llena-dia.
            MOVE ws-fecha-calc TO wd-fecha(ws-i)
            MOVE ws-dia-semana-calc TO wd-dia-semana(ws-i)
            IF ws-dia-semana-calc > 5
                MOVE 'N' TO wd-habil-sw(ws-i)
            ELSE
                SET wd-habil(ws-i) TO TRUE
            END-IF
            PERFORM suma-un-dia
            IF ws-dia-semana-calc = 7
                MOVE 1 TO ws-dia-semana-calc
            ELSE
                ADD 1 TO ws-dia-semana-calc
            END-IF.

       lee-calendario.
            READ calendario-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calendario-rec TO ws-calendario-linea
                    IF ca-fecha >= wd-fecha(1)
                       AND ca-fecha <= wd-fecha(ws-dias-ventana)
                        PERFORM aplica-calendario
                            VARYING ws-i FROM 1 BY 1
                            UNTIL ws-i > ws-dias-ventana
                    END-IF
            END-READ.

       aplica-calendario.
            IF wd-fecha(ws-i) = ca-fecha
                IF ca-festivo
                    MOVE 'N' TO wd-habil-sw(ws-i)
                END-IF
                IF ca-laborable
                    SET wd-habil(ws-i) TO TRUE
                END-IF
            END-IF.

       trabajos-de-hoy.
            OPEN OUTPUT trabajos-file
            IF NOT fs-trabajos-ok
                DISPLAY "ERROR: no se puede crear trabajos_hoy.dat"
                MOVE 8 TO ws-retcode
            ELSE
                MOVE ws-dia-hoy-idx TO ws-d
                IF wd-habil(ws-d)
                    PERFORM abre-programacion
                    PERFORM anota-trabajo-hoy UNTIL ws-prog-eof
                    PERFORM cierra-programacion
                END-IF
                CLOSE trabajos-file
                DISPLAY "trabajos programados para hoy: "
                        ws-total-trabajos
                IF ws-ya-hechos > 0
                    DISPLAY "ya terminados hoy, no se repiten: "
                            ws-ya-hechos
                END-IF
            END-IF.

       anota-trabajo-hoy.
            PERFORM lee-trabajo-valido
            IF ws-trabajo-valido
                PERFORM evalua-trabajo
                IF ws-toca
                    PERFORM busca-ya-hecho
                    IF ws-ya-hecho
                        ADD 1 TO ws-ya-hechos
                        DISPLAY "  " jp-paso " ya termino bien hoy, "
                                "no se repite"
                    ELSE
                        PERFORM graba-trabajo-hoy
                    END-IF
                END-IF
            END-IF.

       busca-ya-hecho.
      * una noche relanzada tras un fallo no repite los periodicos
      * que ya terminaron bien: nomina o cierre de mes se negarian
      * con codigo 8 y tumbarian el relanzamiento
            MOVE 'N' TO ws-ya-hecho-sw
            MOVE 'N' TO ws-control-eof-sw
            OPEN INPUT control-file
            IF fs-control-ok
                PERFORM lee-control UNTIL ws-control-eof
                CLOSE control-file
            END-IF.

       lee-control.
            READ control-file
                AT END
                    SET ws-control-eof TO TRUE
                NOT AT END
                    MOVE control-rec TO ws-control-linea
                    IF jc-paso = jp-paso
                       AND jc-evento = "FIN"
                       AND jc-fecha = ws-fecha-hoy
                        IF jc-retcode = 0
                            SET ws-ya-hecho TO TRUE
                        ELSE
                            MOVE 'N' TO ws-ya-hecho-sw
                        END-IF
                    END-IF
            END-READ.

       graba-trabajo-hoy.
            MOVE jp-paso TO th-paso
            MOVE jp-critico TO th-critico
            MOVE ws-valor-entrada TO th-entrada
            PERFORM prepara-informe
            MOVE jp-comando TO th-comando
            MOVE ws-trabajo-linea TO trabajos-rec
            WRITE trabajos-rec
            ADD 1 TO ws-total-trabajos
            DISPLAY "  " jp-paso " " jp-descripcion.

       evalua-trabajo.
      * decide si el trabajo leido toca el dia ws-d (que ya se sabe
      * habil) y prepara lo que recibe por teclado
            MOVE 'N' TO ws-toca-sw
            EVALUATE TRUE
                WHEN jp-diario
                    SET ws-toca TO TRUE
                WHEN jp-semanal
      * el dia de hoy y los no habiles inmediatamente anteriores,
      * que no tuvieron cadena propia
                    MOVE ws-d TO ws-k
                    PERFORM mira-dia-semanal
                        UNTIL ws-toca OR ws-k = 0
                WHEN jp-enesimo-habil
                    MOVE 0 TO ws-cuenta-habiles
                    PERFORM cuenta-habil-mes
                        VARYING ws-k FROM 1 BY 1
                        UNTIL ws-k > ws-d
                    IF ws-cuenta-habiles = jp-dia
                        SET ws-toca TO TRUE
                    END-IF
                WHEN jp-ultimo-habil
                    COMPUTE ws-k = ws-d + 1
                    PERFORM avanza-a-habil
                        UNTIL ws-k > ws-dias-ventana
                           OR wd-habil(ws-k)
                    IF ws-k > ws-dias-ventana
                        SET ws-toca TO TRUE
                    ELSE
                        IF wd-fecha(ws-k)(1:6) NOT = wd-fecha(ws-d)(1:6)
                            SET ws-toca TO TRUE
                        END-IF
                    END-IF
                WHEN jp-fin-anio
                    COMPUTE ws-k = ws-d - 1
                    PERFORM retrocede-a-habil
                        UNTIL ws-k = 0 OR wd-habil(ws-k)
                    IF ws-k > 0
                        IF wd-fecha(ws-k)(1:4) NOT = wd-fecha(ws-d)(1:4)
                            SET ws-toca TO TRUE
                        END-IF
                    END-IF
            END-EVALUATE
            IF ws-toca
                PERFORM prepara-entrada
            END-IF.

       mira-dia-semanal.
            IF wd-dia-semana(ws-k) = jp-dia
                SET ws-toca TO TRUE
            ELSE
                SUBTRACT 1 FROM ws-k
                IF ws-k > 0
                    IF wd-habil(ws-k)
                        MOVE 0 TO ws-k
                    END-IF
                END-IF
            END-IF.

       cuenta-habil-mes.
            IF wd-habil(ws-k)
               AND wd-fecha(ws-k)(1:6) = wd-fecha(ws-d)(1:6)
                ADD 1 TO ws-cuenta-habiles
            END-IF.

       avanza-a-habil.
            ADD 1 TO ws-k.

       retrocede-a-habil.
            SUBTRACT 1 FROM ws-k.

       prepara-entrada.
            MOVE "-" TO ws-valor-entrada
            EVALUATE TRUE
                WHEN jp-entrada-fecha
                    MOVE wd-fecha(ws-d) TO ws-valor-entrada
                WHEN jp-entrada-mes
                    MOVE wd-fecha(ws-d)(1:6) TO ws-valor-entrada
                WHEN jp-entrada-mes-ant
                    MOVE wd-fecha(ws-d)(1:6) TO ws-periodo-calc
                    IF pc-mm = 1
                        MOVE 12 TO pc-mm
                        SUBTRACT 1 FROM pc-aaaa
                    ELSE
                        SUBTRACT 1 FROM pc-mm
                    END-IF
                    MOVE ws-periodo-calc TO ws-valor-entrada
                WHEN jp-entrada-anio-ant
                    MOVE wd-fecha(ws-d)(1:4) TO ws-anio-calc
                    SUBTRACT 1 FROM ws-anio-calc
                    MOVE ws-anio-calc TO ws-valor-entrada
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       prepara-informe.
            MOVE "-" TO th-informe
            IF jp-informe NOT = SPACES
                MOVE 0 TO ws-almohadillas
                INSPECT jp-informe TALLYING ws-almohadillas
                    FOR ALL "#"
                IF ws-almohadillas = 0
                    MOVE jp-informe TO th-informe
                ELSE
                    MOVE SPACES TO ws-informe-antes
                    MOVE SPACES TO ws-informe-despues
                    UNSTRING jp-informe DELIMITED BY "#"
                        INTO ws-informe-antes ws-informe-despues
                    END-UNSTRING
                    MOVE SPACES TO th-informe
                    STRING ws-informe-antes DELIMITED BY SPACE
                           ws-valor-entrada DELIMITED BY SPACE
                           ws-informe-despues DELIMITED BY SPACE
                        INTO th-informe
                    END-STRING
                END-IF
            END-IF.

       prevision.
            MOVE SPACES TO ws-nombre-informe
            STRING "programacion_14dias_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            IF NOT fs-informe-ok
                DISPLAY "ERROR: no se puede crear " ws-nombre-informe
                MOVE 8 TO ws-retcode
            ELSE
                MOVE ws-fecha-hoy TO lt-fecha
                MOVE ws-linea-titulo TO informe-rec
                WRITE informe-rec
                MOVE SPACES TO informe-rec
                WRITE informe-rec
                PERFORM prevision-dia
                    VARYING ws-d FROM ws-dia-hoy-idx BY 1
                    UNTIL ws-d > ws-dia-hoy-idx + 13
                CLOSE informe-file
                DISPLAY "prevision en " ws-nombre-informe
            END-IF.

       prevision-dia.
            MOVE SPACES TO ws-linea-dia
            MOVE wd-fecha(ws-d) TO ld-fecha
            MOVE ws-nombre-dia(wd-dia-semana(ws-d)) TO ld-nombre-dia
            IF NOT wd-habil(ws-d)
                MOVE "no habil" TO ld-habil
                MOVE "sin cadena nocturna" TO ld-descripcion
                PERFORM graba-linea-dia
            ELSE
                MOVE "habil" TO ld-habil
                MOVE 0 TO ws-trabajos-dia
                PERFORM abre-programacion
                PERFORM prevision-trabajo UNTIL ws-prog-eof
                PERFORM cierra-programacion
                IF ws-trabajos-dia = 0
                    MOVE "solo la cadena diaria" TO ld-descripcion
                    PERFORM graba-linea-dia
                END-IF
            END-IF.

       prevision-trabajo.
            PERFORM lee-trabajo-valido
            IF ws-trabajo-valido
                PERFORM evalua-trabajo
                IF ws-toca
                    MOVE jp-paso TO ld-paso
                    MOVE ws-valor-entrada TO ld-entrada
                    MOVE jp-descripcion TO ld-descripcion
                    PERFORM graba-linea-dia
                    ADD 1 TO ws-trabajos-dia
      * fecha y dia solo en la primera linea del dia
                    MOVE SPACES TO ws-linea-dia
                END-IF
            END-IF.

       graba-linea-dia.
            MOVE ws-linea-dia TO informe-rec
            WRITE informe-rec.

       suma-un-dia.
            PERFORM calcula-ultimo-dia
            IF fc-dd < ws-ultimo-dia
                ADD 1 TO fc-dd
            ELSE
                MOVE 1 TO fc-dd
                IF fc-mm = 12
                    MOVE 1 TO fc-mm
                    ADD 1 TO fc-aaaa
                ELSE
                    ADD 1 TO fc-mm
                END-IF
            END-IF.

       resta-un-dia.
            IF fc-dd > 1
                SUBTRACT 1 FROM fc-dd
            ELSE
                IF fc-mm = 1
                    MOVE 12 TO fc-mm
                    SUBTRACT 1 FROM fc-aaaa
                ELSE
                    SUBTRACT 1 FROM fc-mm
                END-IF
                PERFORM calcula-ultimo-dia
                MOVE ws-ultimo-dia TO fc-dd
            END-IF.

       calcula-ultimo-dia.
      * numero de dias del mes, con febrero de 29 en los bisiestos
            MOVE ws-dias-mes(fc-mm) TO ws-ultimo-dia
            IF fc-mm = 2
                DIVIDE fc-aaaa BY 4 GIVING ws-cociente-bisiesto
                    REMAINDER ws-resto-bisiesto
                IF ws-resto-bisiesto = 0
                    MOVE 29 TO ws-ultimo-dia
                    DIVIDE fc-aaaa BY 100 GIVING ws-cociente-bisiesto
                        REMAINDER ws-resto-bisiesto
                    IF ws-resto-bisiesto = 0
                        DIVIDE fc-aaaa BY 400
                            GIVING ws-cociente-bisiesto
                            REMAINDER ws-resto-bisiesto
                        IF ws-resto-bisiesto NOT = 0
                            MOVE 28 TO ws-ultimo-dia
                        END-IF
                    END-IF
                END-IF
            END-IF.

       calcula-dia-semana.
      * congruencia de Zeller, la misma de rutinas_29 y rutinas_100
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

       registra-retornos.
      * el resumen nocturno traduce el codigo por el nombre del
      * paso del job; si el catalogo aun no tiene los de este paso,
      * se anaden aqui para que nunca salgan sin catalogar
            MOVE 'N' TO ws-retorno-visto(1)
            MOVE 'N' TO ws-retorno-visto(2)
            MOVE 'N' TO ws-retorno-visto(3)
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT retornos-file
            IF fs-retornos-ok
                PERFORM lee-retorno UNTIL ws-eof
                CLOSE retornos-file
                OPEN EXTEND retornos-file
            ELSE
                OPEN OUTPUT retornos-file
            END-IF
            IF ws-retorno-visto(1) = 'N'
                MOVE 0 TO rt-codigo
                MOVE 'I' TO rt-severidad
                MOVE "trabajos del dia preparados" TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            IF ws-retorno-visto(2) = 'N'
                MOVE 4 TO rt-codigo
                MOVE 'A' TO rt-severidad
                MOVE "lineas de programacion MALAS" TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            IF ws-retorno-visto(3) = 'N'
                MOVE 8 TO rt-codigo
                MOVE 'C' TO rt-severidad
                MOVE "periodicos NO lanzados" TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            CLOSE retornos-file.

       lee-retorno.
            READ retornos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE retornos-rec TO ws-retorno-linea
                    IF rt-programa = "programacion"
                        EVALUATE rt-codigo
                            WHEN 0
                                MOVE 'S' TO ws-retorno-visto(1)
                            WHEN 4
                                MOVE 'S' TO ws-retorno-visto(2)
                            WHEN 8
                                MOVE 'S' TO ws-retorno-visto(3)
                        END-EVALUATE
                    END-IF
            END-READ.

       graba-retorno.
            MOVE "programacion" TO rt-programa
            MOVE ws-retorno-linea TO retornos-rec
            WRITE retornos-rec.

       END PROGRAM rutinas_141.
