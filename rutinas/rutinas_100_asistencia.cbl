      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly attendance report over the clockings
      *     of fichajes.dat (rutinas_99). For the period keyed
      *     (AAAAMM) each day is a business day or not by the usual
      *     rule (Monday to Friday) corrected by calendario.dat, and
      *     every employee on the books during the month gets, on
      *     asistencia_AAAAMM.log, the theoretical hours (business
      *     days times pg-jornada-minutos, 480 when not set), the
      *     hours worked (each entry paired with the next exit of
      *     the same day), the overtime (what goes past the working
      *     day on a business day and everything worked on a day
      *     that is not) and the missing clockings: the business
      *     days with none (FALTA) and the days with an entry or an
      *     exit left unpaired (INCOMPLETO), listed day by day. The
      *     hours go to horas_extra_AAAAMM.dat (horas_extra.cpy) and
      *     the overtime is put up for approval as a pending HORAS
      *     EXTRA request in aprobaciones.dat; rutinas_33 pays it
      *     once approved in rutinas_57. While that request is
      *     pending or approved the report can be run again but the
      *     file is left as it is; a rejected request lets the
      *     period be recalculated and asked for again. The month in
      *     course is reported up to yesterday and not put up for
      *     approval.
      *   - a business day covered by an approved leave in
      *     ausencias.dat (rutinas_101) is no longer a FALTA: it is
      *     listed with the kind of leave (VACACIONES, ENFERMEDAD or
      *     PERMISO SIN SUELDO) instead.
      *   - the nomina FD record is the 171-byte line of
      *     nomina_detalle.cpy; the file is only opened to see whether
      *     the period was already paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_100.
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
           SELECT fichajes-file ASSIGN TO "fichajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fi-clave
               FILE STATUS IS ws-fi-status.
           SELECT ausencias-file ASSIGN TO "ausencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS au-clave
               FILE STATUS IS ws-au-status.
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
           SELECT horas-extra-file ASSIGN DYNAMIC ws-nombre-extra
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extra-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       COPY empleado.

       FD  fichajes-file.
       COPY fichaje.

       FD  ausencias-file.
       COPY ausencia.

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

       FD  horas-extra-file.
       01  horas-extra-rec pic x(40).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fi-status==
                              ==:FS-PREFIJO:== BY ==fs-fi==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-au-status==
                              ==:FS-PREFIJO:== BY ==fs-au==.
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
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-extra-status==
                              ==:FS-PREFIJO:== BY ==fs-extra==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY calendario.
       COPY horas_extra.
       01 ws-operador-id pic x(10).
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-extra pic x(40).
       01 ws-nombre-informe pic x(40).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-hoy-partes redefines ws-fecha-hoy.
           05 fh-aaaamm pic 9(6).
           05 fh-dd     pic 9(2).
       01 ws-jornada pic 9(3) value 480.
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-fi-eof-sw pic x value 'N'.
           88 ws-fi-eof value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-fichajes-abierto-sw pic x value 'N'.
           88 ws-fichajes-abierto value 'Y'.
       01 ws-ausencias-abierto-sw pic x value 'N'.
           88 ws-ausencias-abierto value 'Y'.
       01 ws-au-eof-sw pic x value 'N'.
           88 ws-au-eof value 'Y'.
       01 ws-ausencia-desde pic 9(2).
       01 ws-ausencia-hasta pic 9(2).
       01 ws-mes-en-curso-sw pic x value 'N'.
           88 ws-mes-en-curso value 'Y'.
       01 ws-graba-extra-sw pic x value 'N'.
           88 ws-graba-extra value 'Y'.
      * ultima solicitud HORAS EXTRA del periodo en aprobaciones.dat
       01 ws-solicitud-id pic 9(6) value 0.
       01 ws-solicitud-estado pic x(1) value SPACE.
           88 ws-sin-solicitud        value SPACE.
           88 ws-solicitud-pendiente  value 'P'.
           88 ws-solicitud-aprobada   value 'A'.
           88 ws-solicitud-rechazada  value 'R'.
       01 ws-siguiente-apr-id pic 9(6) value 0.
      * dias del mes: la regla por defecto (lunes a viernes) y las
      * excepciones de calendario.dat, como en rutinas_29
       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia pic 9(2).
       01 ws-resto-bisiesto pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).
       01 ws-dia-idx pic 9(2).
       01 ws-dias-habiles pic 9(2) value 0.
       01 ws-mes-tabla.
           05 ws-dia-mes occurs 31 times.
               10 dm-habil-sw      pic x.
                   88 dm-habil     value 'Y'.
               10 dm-minutos       pic 9(4).
               10 dm-fichajes      pic 9(2).
               10 dm-entrada-min   pic 9(4).
               10 dm-pendiente-sw  pic x.
                   88 dm-pendiente value 'Y'.
               10 dm-incompleto-sw pic x.
                   88 dm-incompleto value 'Y'.
               10 dm-falta-sw      pic x.
                   88 dm-falta     value 'Y'.
               10 dm-ausencia-tipo pic x.
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
      * dias del mes que cuentan para el empleado: desde el alta
      * hasta la baja o, en el mes en curso, hasta ayer
       01 ws-dia-desde pic 9(2).
       01 ws-dia-hasta pic 9(2).
       01 ws-dia-tope pic 9(2).
       01 ws-incluido-sw pic x value 'N'.
           88 ws-incluido value 'Y'.
       01 ws-hora-fichaje pic 9(4).
       01 ws-hora-fichaje-partes redefines ws-hora-fichaje.
           05 hf-hh pic 9(2).
           05 hf-mi pic 9(2).
       01 ws-minuto-fichaje pic 9(4).
       01 ws-emp-teoricos pic 9(5).
       01 ws-emp-trabajados pic 9(5).
       01 ws-emp-extra pic 9(5).
       01 ws-emp-faltas pic 9(2).
       01 ws-emp-incompletos pic 9(2).
       01 ws-empleados pic 9(5) value 0.
       01 ws-con-extra pic 9(5) value 0.
       01 ws-total-extra pic 9(7) value 0.
       01 ws-total-faltas pic 9(5) value 0.
       01 ws-total-incompletos pic 9(5) value 0.
      * minutos a horas:minutos para el informe
       01 ws-minutos-conv pic 9(7).
       01 ws-horas-conv pic 9(5).
       01 ws-resto-conv pic 9(2).
       01 ws-horas-edit.
           05 hm-horas pic zzzz9.
           05 filler   pic x value ":".
           05 hm-min   pic 99.
       01 ws-cabecera-informe.
           05 filler pic x(30) value
               "INFORME DE ASISTENCIA PERIODO ".
           05 ci-periodo pic 9(6).
       01 ws-cabecera-jornada.
           05 filler pic x(14) value "DIAS HABILES: ".
           05 cj-habiles pic z9.
           05 filler pic x(11) value "  JORNADA: ".
           05 cj-jornada pic zz9.
           05 filler pic x(8) value " MINUTOS".
       01 ws-titulos-informe.
           05 filler pic x(44) value
               "EMP-ID APELLIDO             NOMBRE".
           05 filler pic x(32) value
               "TEORICA TRABAJO   EXTRA FAL INC".
       01 ws-linea-informe.
           05 li-emp-id   pic 9(6).
           05 filler      pic x(1) value space.
           05 li-apellido pic x(20).
           05 filler      pic x(1) value space.
           05 li-nombre   pic x(15).
           05 filler      pic x(1) value space.
           05 li-teoricas pic x(7).
           05 filler      pic x(1) value space.
           05 li-trabajo  pic x(7).
           05 filler      pic x(1) value space.
           05 li-extra    pic x(7).
           05 filler      pic x(1) value space.
           05 li-faltas   pic zz9.
           05 filler      pic x(1) value space.
           05 li-incompl  pic zz9.
       01 ws-linea-incidencia.
           05 filler      pic x(7) value spaces.
           05 lc-fecha    pic 9(8).
           05 filler      pic x(1) value space.
           05 lc-texto    pic x(30).
       01 ws-linea-total.
           05 filler pic x(11) value "EMPLEADOS: ".
           05 lt-empleados pic zzzz9.
           05 filler pic x(14) value "  CON EXTRAS: ".
           05 lt-con-extra pic zzzz9.
           05 filler pic x(15) value "  HORAS EXTRA: ".
           05 lt-horas-extra pic x(8).
       01 ws-linea-total-faltas.
           05 filler pic x(12) value "DIAS FALTA: ".
           05 lt-faltas pic zzzz9.
           05 filler pic x(24) value "  FICHAJES INCOMPLETOS: ".
           05 lt-incompletos pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            IF ws-operador-id = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            DISPLAY "periodo de asistencia (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            IF ws-periodo > fh-aaaamm
                DISPLAY "ERROR: el periodo " ws-periodo
                        " todavia no ha empezado"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            IF ws-periodo = fh-aaaamm
                SET ws-mes-en-curso TO TRUE
            END-IF
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            MOVE SPACES TO ws-nombre-extra
            STRING "horas_extra_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-extra
            MOVE SPACES TO ws-nombre-informe
            STRING "asistencia_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe

            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT fichajes-file
            IF fs-fi-ok
                SET ws-fichajes-abierto TO TRUE
            ELSE
                DISPLAY "aviso: no se encontro fichajes.dat, no hay "
                        "fichajes en el periodo"
            END-IF
            OPEN INPUT ausencias-file
            IF fs-au-ok
                SET ws-ausencias-abierto TO TRUE
            END-IF

            PERFORM lee-jornada
            PERFORM prepara-mes
            PERFORM decide-graba-extra

            OPEN OUTPUT informe-file
            MOVE ws-periodo TO ci-periodo
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE ws-dias-habiles TO cj-habiles
            MOVE ws-jornada TO cj-jornada
            MOVE ws-cabecera-jornada TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-informe TO informe-rec
            WRITE informe-rec
            IF ws-graba-extra
                OPEN OUTPUT horas-extra-file
            END-IF

            PERFORM procesa-empleado UNTIL ws-emp-eof

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-empleados TO lt-empleados
            MOVE ws-con-extra TO lt-con-extra
            MOVE ws-total-extra TO ws-minutos-conv
            PERFORM convierte-minutos
            MOVE ws-horas-edit TO lt-horas-extra
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            MOVE ws-total-faltas TO lt-faltas
            MOVE ws-total-incompletos TO lt-incompletos
            MOVE ws-linea-total-faltas TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            IF ws-graba-extra
                CLOSE horas-extra-file
            END-IF
            IF ws-fichajes-abierto
                CLOSE fichajes-file
            END-IF
            IF ws-ausencias-abierto
                CLOSE ausencias-file
            END-IF
            CLOSE empleados-file

            DISPLAY "asistencia " ws-periodo ": " ws-empleados
                    " empleados, " ws-con-extra " con horas extra ("
                    ws-horas-edit "), informe en " ws-nombre-informe
            IF ws-total-faltas > 0 OR ws-total-incompletos > 0
                DISPLAY "ATENCION: " ws-total-faltas " dias de falta y "
                        ws-total-incompletos " fichajes incompletos"
            END-IF
            IF ws-graba-extra
                IF ws-total-extra > 0
                    PERFORM graba-solicitud-aprobacion
                    DISPLAY "horas extra pendientes de aprobacion, "
                            "solicitud " apr-id
                    PERFORM avisa-nomina-generada
                ELSE
                    DISPLAY "sin horas extra en el periodo"
                END-IF
            END-IF.

       fin-programa.
            STOP RUN.

       lee-jornada.
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    NOT AT END
                        IF pg-jornada-minutos IS NUMERIC
                            IF pg-jornada-minutos > 0
                                MOVE pg-jornada-minutos TO ws-jornada
                            END-IF
                        END-IF
                END-READ
                CLOSE parametros-file
            END-IF.

       decide-graba-extra.
      * el fichero de horas extra que ve el aprobador no se toca
      * mientras su solicitud este pendiente o aprobada
            IF ws-mes-en-curso
                DISPLAY "aviso: mes en curso, se informa hasta ayer "
                        "y las horas extra no se proponen"
            ELSE
                PERFORM busca-solicitud-extra
                EVALUATE TRUE
                    WHEN ws-solicitud-pendiente
                        DISPLAY "aviso: la solicitud " ws-solicitud-id
                                " de horas extra del periodo sigue "
                                "pendiente; " ws-nombre-extra
                                " no se recalcula"
                    WHEN ws-solicitud-aprobada
                        DISPLAY "aviso: las horas extra del periodo "
                                "ya estan aprobadas (solicitud "
                                ws-solicitud-id "); " ws-nombre-extra
                                " no se recalcula"
                    WHEN OTHER
                        SET ws-graba-extra TO TRUE
                END-EVALUATE
            END-IF.

       avisa-nomina-generada.
            OPEN INPUT nomina-file
            IF fs-nomina-ok
                CLOSE nomina-file
                DISPLAY "ATENCION: la nomina del periodo ya se genero ("
                        ws-nombre-nomina "); estas horas extra no "
                        "van en ella"
                MOVE 4 TO RETURN-CODE
            END-IF.

       prepara-mes.
      * numero de dias del mes, con febrero de 29 en los bisiestos
            MOVE ws-dias-mes(wp-mm) TO ws-ultimo-dia
            IF wp-mm = 2
                DIVIDE wp-aaaa BY 4 GIVING ws-cociente-bisiesto
                    REMAINDER ws-resto-bisiesto
                IF ws-resto-bisiesto = 0
                    MOVE 29 TO ws-ultimo-dia
                    DIVIDE wp-aaaa BY 100 GIVING ws-cociente-bisiesto
                        REMAINDER ws-resto-bisiesto
                    IF ws-resto-bisiesto = 0
                        DIVIDE wp-aaaa BY 400
                            GIVING ws-cociente-bisiesto
                            REMAINDER ws-resto-bisiesto
                        IF ws-resto-bisiesto NOT = 0
                            MOVE 28 TO ws-ultimo-dia
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE ws-ultimo-dia TO ws-dia-tope
            IF ws-mes-en-curso
                COMPUTE ws-dia-tope = fh-dd - 1
            END-IF
            PERFORM marca-dia-semana
                VARYING ws-dia-idx FROM 1 BY 1
                UNTIL ws-dia-idx > 31
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calendario-file
            IF fs-calendario-ok
                PERFORM lee-calendario UNTIL ws-eof
                CLOSE calendario-file
            END-IF
            MOVE 0 TO ws-dias-habiles
            PERFORM cuenta-dia-habil
                VARYING ws-dia-idx FROM 1 BY 1
                UNTIL ws-dia-idx > ws-dia-tope.

       marca-dia-semana.
            MOVE 'N' TO dm-habil-sw(ws-dia-idx)
            IF ws-dia-idx <= ws-ultimo-dia
                COMPUTE ws-fecha-zeller = ws-periodo * 100 + ws-dia-idx
                PERFORM calcula-dia-semana
      * h de Zeller: 0 = sabado, 1 = domingo
                IF ws-zeller-h >= 2
                    SET dm-habil(ws-dia-idx) TO TRUE
                END-IF
            END-IF.

       lee-calendario.
            READ calendario-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calendario-rec TO ws-calendario-linea
                    IF ca-fecha(1:6) = ws-periodo-entrada
                        MOVE ca-fecha(7:2) TO ws-dia-idx
                        IF ws-dia-idx >= 1
                                AND ws-dia-idx <= ws-ultimo-dia
                            IF ca-festivo
                                MOVE 'N' TO dm-habil-sw(ws-dia-idx)
                            END-IF
                            IF ca-laborable
                                SET dm-habil(ws-dia-idx) TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       cuenta-dia-habil.
            IF dm-habil(ws-dia-idx)
                ADD 1 TO ws-dias-habiles
            END-IF.

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

       procesa-empleado.
            READ empleados-file
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    PERFORM delimita-dias-empleado
                    IF ws-incluido
                        PERFORM evalua-empleado
                    END-IF
            END-READ.

       delimita-dias-empleado.
      * entra quien estuvo de alta algun dia del mes; los dias antes
      * del alta o despues de la baja no son faltas
            MOVE 'N' TO ws-incluido-sw
            MOVE 1 TO ws-dia-desde
            MOVE ws-dia-tope TO ws-dia-hasta
            IF emp-inactivo
                IF emp-fecha-baja IS NUMERIC
                    IF emp-fecha-baja(1:6) = ws-periodo-entrada
                        MOVE emp-fecha-baja(7:2) TO ws-dia-hasta
                        IF ws-dia-hasta > ws-dia-tope
                            MOVE ws-dia-tope TO ws-dia-hasta
                        END-IF
                    END-IF
                    IF emp-fecha-baja(1:6) < ws-periodo-entrada
                        MOVE 0 TO ws-dia-hasta
                    END-IF
                END-IF
            END-IF
            IF emp-fecha-alta IS NUMERIC
                IF emp-fecha-alta(1:6) = ws-periodo-entrada
                    MOVE emp-fecha-alta(7:2) TO ws-dia-desde
                END-IF
                IF emp-fecha-alta(1:6) > ws-periodo-entrada
                    MOVE 0 TO ws-dia-hasta
                END-IF
            END-IF
            IF ws-dia-hasta >= ws-dia-desde AND ws-dia-hasta > 0
                SET ws-incluido TO TRUE
            END-IF.

       evalua-empleado.
            PERFORM limpia-dia
                VARYING ws-dia-idx FROM 1 BY 1
                UNTIL ws-dia-idx > 31
            IF ws-fichajes-abierto
                MOVE 'N' TO ws-fi-eof-sw
                MOVE emp-id TO fi-emp-id
                COMPUTE fi-fecha = ws-periodo * 100 + 1
                MOVE 0 TO fi-hora
                START fichajes-file KEY IS NOT LESS THAN fi-clave
                    INVALID KEY
                        SET ws-fi-eof TO TRUE
                END-START
                PERFORM lee-fichaje UNTIL ws-fi-eof
            END-IF
            IF ws-ausencias-abierto
                PERFORM marca-ausencias
            END-IF
            MOVE 0 TO ws-emp-teoricos
            MOVE 0 TO ws-emp-trabajados
            MOVE 0 TO ws-emp-extra
            MOVE 0 TO ws-emp-faltas
            MOVE 0 TO ws-emp-incompletos
            PERFORM evalua-dia
                VARYING ws-dia-idx FROM ws-dia-desde BY 1
                UNTIL ws-dia-idx > ws-dia-hasta
            ADD 1 TO ws-empleados
            ADD ws-emp-extra TO ws-total-extra
            ADD ws-emp-faltas TO ws-total-faltas
            ADD ws-emp-incompletos TO ws-total-incompletos
            IF ws-emp-extra > 0
                ADD 1 TO ws-con-extra
            END-IF
            PERFORM imprime-empleado
            PERFORM imprime-incidencia
                VARYING ws-dia-idx FROM ws-dia-desde BY 1
                UNTIL ws-dia-idx > ws-dia-hasta
            IF ws-graba-extra
                MOVE emp-id TO hx-emp-id
                MOVE ws-emp-teoricos TO hx-minutos-teoricos
                MOVE ws-emp-trabajados TO hx-minutos-trabajados
                MOVE ws-emp-extra TO hx-minutos-extra
                MOVE ws-emp-faltas TO hx-dias-falta
                MOVE ws-horas-extra-linea TO horas-extra-rec
                WRITE horas-extra-rec
            END-IF.

       limpia-dia.
            MOVE 0 TO dm-minutos(ws-dia-idx)
            MOVE 0 TO dm-fichajes(ws-dia-idx)
            MOVE 0 TO dm-entrada-min(ws-dia-idx)
            MOVE 'N' TO dm-pendiente-sw(ws-dia-idx)
            MOVE 'N' TO dm-incompleto-sw(ws-dia-idx)
            MOVE 'N' TO dm-falta-sw(ws-dia-idx)
            MOVE SPACE TO dm-ausencia-tipo(ws-dia-idx).

       marca-ausencias.
      * las ausencias aprobadas del empleado que tocan el mes; una
      * ausencia no pasa de un ano a otro, asi que basta recorrer
      * las del empleado desde el 1 de enero del periodo
            MOVE 'N' TO ws-au-eof-sw
            MOVE emp-id TO au-emp-id
            COMPUTE au-fecha-desde = wp-aaaa * 10000 + 101
            START ausencias-file KEY IS NOT LESS THAN au-clave
                INVALID KEY
                    SET ws-au-eof TO TRUE
            END-START
            PERFORM lee-ausencia UNTIL ws-au-eof.

       lee-ausencia.
            READ ausencias-file NEXT RECORD
                AT END
                    SET ws-au-eof TO TRUE
                NOT AT END
                    IF au-emp-id NOT = emp-id
                            OR au-fecha-desde(1:6) > ws-periodo-entrada
                        SET ws-au-eof TO TRUE
                    ELSE
                        IF au-aprobada
                                AND au-fecha-hasta(1:6)
                                    >= ws-periodo-entrada
                            PERFORM marca-dias-ausencia
                        END-IF
                    END-IF
            END-READ.

       marca-dias-ausencia.
            IF au-fecha-desde(1:6) < ws-periodo-entrada
                MOVE 1 TO ws-ausencia-desde
            ELSE
                MOVE au-fecha-desde(7:2) TO ws-ausencia-desde
            END-IF
            IF au-fecha-hasta(1:6) > ws-periodo-entrada
                MOVE 31 TO ws-ausencia-hasta
            ELSE
                MOVE au-fecha-hasta(7:2) TO ws-ausencia-hasta
            END-IF
            PERFORM marca-dia-ausencia
                VARYING ws-dia-idx FROM ws-ausencia-desde BY 1
                UNTIL ws-dia-idx > ws-ausencia-hasta.

       marca-dia-ausencia.
            MOVE au-tipo TO dm-ausencia-tipo(ws-dia-idx).

       lee-fichaje.
            READ fichajes-file NEXT RECORD
                AT END
                    SET ws-fi-eof TO TRUE
                NOT AT END
                    IF fi-emp-id NOT = emp-id
                            OR fi-fecha(1:6) NOT = ws-periodo-entrada
                        SET ws-fi-eof TO TRUE
                    ELSE
                        PERFORM empareja-fichaje
                    END-IF
            END-READ.

       empareja-fichaje.
      * cada entrada se cierra con la salida siguiente del mismo dia;
      * una entrada sin salida o una salida sin entrada deja el dia
      * incompleto y no suma horas
            MOVE fi-fecha(7:2) TO ws-dia-idx
            MOVE fi-hora TO ws-hora-fichaje
            COMPUTE ws-minuto-fichaje = hf-hh * 60 + hf-mi
            ADD 1 TO dm-fichajes(ws-dia-idx)
            IF fi-entrada
                IF dm-pendiente(ws-dia-idx)
                    SET dm-incompleto(ws-dia-idx) TO TRUE
                END-IF
                SET dm-pendiente(ws-dia-idx) TO TRUE
                MOVE ws-minuto-fichaje TO dm-entrada-min(ws-dia-idx)
            ELSE
                IF dm-pendiente(ws-dia-idx)
                    COMPUTE dm-minutos(ws-dia-idx) =
                        dm-minutos(ws-dia-idx) + ws-minuto-fichaje
                        - dm-entrada-min(ws-dia-idx)
                    MOVE 'N' TO dm-pendiente-sw(ws-dia-idx)
                ELSE
                    SET dm-incompleto(ws-dia-idx) TO TRUE
                END-IF
            END-IF.

       evalua-dia.
            IF dm-pendiente(ws-dia-idx)
                SET dm-incompleto(ws-dia-idx) TO TRUE
            END-IF
            IF dm-incompleto(ws-dia-idx)
                ADD 1 TO ws-emp-incompletos
            END-IF
            ADD dm-minutos(ws-dia-idx) TO ws-emp-trabajados
            IF dm-habil(ws-dia-idx)
                ADD ws-jornada TO ws-emp-teoricos
                IF dm-fichajes(ws-dia-idx) = 0
                        AND dm-ausencia-tipo(ws-dia-idx) = SPACE
                    SET dm-falta(ws-dia-idx) TO TRUE
                    ADD 1 TO ws-emp-faltas
                END-IF
                IF dm-minutos(ws-dia-idx) > ws-jornada
                    COMPUTE ws-emp-extra = ws-emp-extra
                        + dm-minutos(ws-dia-idx) - ws-jornada
                END-IF
            ELSE
                ADD dm-minutos(ws-dia-idx) TO ws-emp-extra
            END-IF.

       imprime-empleado.
            MOVE emp-id TO li-emp-id
            MOVE emp-apellido TO li-apellido
            MOVE emp-nombre TO li-nombre
            MOVE ws-emp-teoricos TO ws-minutos-conv
            PERFORM convierte-minutos
            MOVE ws-horas-edit(2:7) TO li-teoricas
            MOVE ws-emp-trabajados TO ws-minutos-conv
            PERFORM convierte-minutos
            MOVE ws-horas-edit(2:7) TO li-trabajo
            MOVE ws-emp-extra TO ws-minutos-conv
            PERFORM convierte-minutos
            MOVE ws-horas-edit(2:7) TO li-extra
            MOVE ws-emp-faltas TO li-faltas
            MOVE ws-emp-incompletos TO li-incompl
            MOVE ws-linea-informe TO informe-rec
            WRITE informe-rec.

       imprime-incidencia.
            IF dm-falta(ws-dia-idx) OR dm-incompleto(ws-dia-idx)
                COMPUTE lc-fecha = ws-periodo * 100 + ws-dia-idx
                IF dm-falta(ws-dia-idx)
                    MOVE "FALTA" TO lc-texto
                ELSE
                    MOVE "INCOMPLETO" TO lc-texto
                END-IF
                MOVE ws-linea-incidencia TO informe-rec
                WRITE informe-rec
            ELSE
                IF dm-habil(ws-dia-idx)
                        AND dm-ausencia-tipo(ws-dia-idx) NOT = SPACE
                    PERFORM imprime-ausencia
                END-IF
            END-IF.

       imprime-ausencia.
            COMPUTE lc-fecha = ws-periodo * 100 + ws-dia-idx
            EVALUATE dm-ausencia-tipo(ws-dia-idx)
                WHEN 'V'
                    MOVE "VACACIONES" TO lc-texto
                WHEN 'E'
                    MOVE "ENFERMEDAD" TO lc-texto
                WHEN OTHER
                    MOVE "PERMISO SIN SUELDO" TO lc-texto
            END-EVALUATE
            MOVE ws-linea-incidencia TO informe-rec
            WRITE informe-rec.

       convierte-minutos.
            DIVIDE ws-minutos-conv BY 60 GIVING ws-horas-conv
                REMAINDER ws-resto-conv
            MOVE ws-horas-conv TO hm-horas
            MOVE ws-resto-conv TO hm-min.

       busca-solicitud-extra.
      * vale la ultima solicitud HORAS EXTRA del periodo
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT aprobaciones-file
            IF fs-aprobaciones-ok
                MOVE LOW-VALUES TO apr-id
                START aprobaciones-file KEY IS NOT LESS THAN apr-id
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lee-aprobacion UNTIL ws-eof
                CLOSE aprobaciones-file
            END-IF
            MOVE 'N' TO ws-eof-sw.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF apr-tipo = "HORAS EXTRA"
                            AND apr-detalle1(1:6) = ws-periodo-entrada
                        MOVE apr-id TO ws-solicitud-id
                        MOVE apr-estado-sw TO ws-solicitud-estado
                    END-IF
            END-READ.

       graba-solicitud-aprobacion.
      * las horas extra no se pagan sin el visto bueno de un segundo
      * operador en rutinas_57
            PERFORM siguiente-apr-id
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "HORAS EXTRA" TO apr-tipo
            MOVE ws-operador-id TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE ws-periodo-entrada TO apr-detalle1
            MOVE SPACES TO apr-detalle2
            STRING ws-con-extra " empleados"
                DELIMITED BY SIZE INTO apr-detalle2
            MOVE ws-total-extra TO ws-minutos-conv
            PERFORM convierte-minutos
            MOVE SPACES TO apr-detalle3
            STRING ws-horas-edit " horas"
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

       END PROGRAM rutinas_100.
