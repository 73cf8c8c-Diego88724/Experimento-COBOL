      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: personal-data access report. For an emp-dni
      *     it gathers everything held on that person into one
      *     printable report, always in the same section order:
      *     1 the live master empleados.dat, 2 the retention archive
      *     empleados_historico.dat (rutinas_63), 3 every change
      *     logged for those employee numbers in
      *     empleados_historial.log and 4 every nomina_AAAAMM.dat
      *     line paid to them, from the year of the earliest hire
      *     date found (ten years back when none is recorded) up to
      *     the current month. Written to
      *     acceso_datos_<dni>_AAAAMMDD.log; every run is appended
      *     to solicitudes_acceso.log (solicitud_acceso.cpy) with the
      *     date, time, operator, DNI and counts, as proof of when
      *     the request was answered.
      *   - every employee record printed with its salary appends an
      *     access record to accesos_salario.log
      *     (acceso_salario.cpy) under the operator running the
      *     report. The salary is not masked here: the report goes
      *     to the person it is about, who is entitled to it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_117.
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
           SELECT historico-file ASSIGN TO "empleados_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS eh-id
               FILE STATUS IS ws-historico-status.
           SELECT historial-file ASSIGN TO "empleados_historial.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-historial-status.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.
           SELECT solicitudes-file ASSIGN TO "solicitudes_acceso.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-solicitudes-status.
           SELECT accesos-salario-file ASSIGN TO "accesos_salario.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-accesos-salario-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       COPY empleado.

       FD  historico-file.
       01  historico-rec.
           05 eh-id    pic 9(6).
           05 eh-resto pic x(84).

       FD  historial-file.
       01  historial-rec pic x(240).

       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  informe-file.
       01  informe-rec pic x(100).

       FD  accesos-salario-file.
       01  accesos-salario-rec pic x(54).

       FD  solicitudes-file.
       01  solicitudes-rec pic x(122).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-historico-status==
                     ==:FS-PREFIJO:== BY ==fs-historico==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-historial-status==
                     ==:FS-PREFIJO:== BY ==fs-historial==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-solicitudes-status==
                     ==:FS-PREFIJO:== BY ==fs-solicitudes==.
       COPY historial_empleado.
       COPY nomina_detalle.
       COPY solicitud_acceso.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-accesos-salario-status==
                     ==:FS-PREFIJO:== BY ==fs-accesos-salario==.
       COPY acceso_salario.
       01 ws-operador pic x(10).
       01 ws-dni pic x(9).
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-hoy-partes redefines ws-fecha-hoy.
           05 fh-aaaa pic 9(4).
           05 fh-mm   pic 9(2).
           05 fh-dd   pic 9(2).
       01 ws-hora pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-nombre-nomina pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-es-suyo-sw pic x value 'N'.
           88 ws-es-suyo value 'Y'.
      * numeros de empleado que ha tenido la persona (un reingreso
      * puede darle mas de uno)
       01 ws-ids-tabla.
           05 ws-id-entrada occurs 20 times pic 9(6).
       01 ws-ids-count pic 9(2) value 0.
       01 ws-ids-idx pic 9(2).
       01 ws-id-buscar pic 9(6).
       01 ws-anio-desde pic 9(4).
       01 ws-alta-conocida-sw pic x value 'N'.
           88 ws-alta-conocida value 'Y'.
       01 ws-periodo-lectura pic 9(6).
       01 ws-periodo-lectura-partes redefines ws-periodo-lectura.
           05 pl-aaaa pic 9(4).
           05 pl-mm   pic 9(2).
       01 ws-cuenta-maestro pic 9(3) value 0.
       01 ws-cuenta-historico pic 9(3) value 0.
       01 ws-cuenta-cambios pic 9(5) value 0.
       01 ws-cuenta-nominas pic 9(5) value 0.
       01 ws-salario-edit pic z(6)9.99.
       01 ws-linea-separador pic x(100) value all "=".
       01 ws-titulo-linea.
           05 filler      pic x(37)
               value "INFORME DE ACCESO A DATOS PERSONALES ".
           05 filler      pic x(5) value "DNI: ".
           05 lt-dni      pic x(9).
       01 ws-linea-emision.
           05 filler      pic x(11) value "EMITIDO EL ".
           05 le-fecha    pic 9(8).
           05 filler      pic x(1) value '-'.
           05 le-hora     pic 9(8).
           05 filler      pic x(15) value " POR OPERADOR: ".
           05 le-operador pic x(10).
       01 ws-linea-seccion.
           05 filler      pic x(8) value "SECCION ".
           05 ls-numero   pic 9(1).
           05 filler      pic x(3) value " - ".
           05 ls-titulo   pic x(60).
       01 ws-linea-ninguno pic x(40)
               value "  (ningun registro)".
       01 ws-linea-emp-1.
           05 filler      pic x(12) value "  EMPLEADO: ".
           05 l1-id       pic 9(6).
           05 filler      pic x(2) value SPACES.
           05 l1-nombre   pic x(15).
           05 filler      pic x(1) value SPACE.
           05 l1-apellido pic x(20).
           05 filler      pic x(7) value "  DNI: ".
           05 l1-dni      pic x(9).
       01 ws-linea-emp-2.
           05 filler      pic x(17) value "  F.NACIMIENTO: ".
           05 l2-fnac     pic x(8).
           05 filler      pic x(8) value "  EDAD: ".
           05 l2-edad     pic x(2).
           05 filler      pic x(10) value "  F.ALTA: ".
           05 l2-falta    pic x(8).
           05 filler      pic x(9) value "  DEPTO: ".
           05 l2-depto    pic x(4).
       01 ws-linea-emp-3.
           05 filler      pic x(11) value "  SALARIO: ".
           05 l3-salario  pic x(10).
           05 filler      pic x(10) value "  ESTADO: ".
           05 l3-estado   pic x(18).
           05 filler      pic x(11) value "  F.BAJA: ".
           05 l3-fbaja    pic x(8).
       01 ws-linea-cambio.
           05 filler      pic x(2) value SPACES.
           05 lc-fecha    pic 9(8).
           05 filler      pic x(1) value '-'.
           05 lc-hora     pic 9(8).
           05 filler      pic x(5) value " op: ".
           05 lc-operador pic x(10).
           05 filler      pic x(2) value SPACES.
           05 lc-accion   pic x(12).
           05 filler      pic x(2) value SPACES.
           05 lc-id       pic 9(6).
       01 ws-linea-imagen.
           05 filler      pic x(2) value SPACES.
           05 li-rotulo   pic x(8).
           05 li-imagen   pic x(90).
       01 ws-linea-nomina.
           05 filler      pic x(2) value SPACES.
           05 ln-periodo  pic 9(6).
           05 filler      pic x(2) value SPACES.
           05 ln-id       pic 9(6).
           05 filler      pic x(1) value SPACE.
           05 ln-depto    pic x(4).
           05 filler      pic x(1) value SPACE.
           05 ln-tipo     pic x(8).
           05 filler      pic x(7) value " bruto ".
           05 ln-bruto    pic x(10).
           05 filler      pic x(6) value " irpf ".
           05 ln-irpf     pic x(10).
           05 filler      pic x(4) value " ss ".
           05 ln-ss       pic x(10).
           05 filler      pic x(6) value " neto ".
           05 ln-neto     pic x(10).
       01 ws-linea-nominas-desde.
           05 filler      pic x(30)
               value "  nominas revisadas desde el ".
           05 lnd-anio    pic 9(4).
       01 ws-linea-resumen.
           05 filler      pic x(19) value "TOTAL: maestro ".
           05 lr-maestro  pic zz9.
           05 filler      pic x(12) value "  historico ".
           05 lr-historico pic zz9.
           05 filler      pic x(11) value "  cambios ".
           05 lr-cambios  pic zzzz9.
           05 filler      pic x(16) value "  lineas nomina ".
           05 lr-nominas  pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            DISPLAY "DNI del interesado: "
            ACCEPT ws-dni
            INSPECT ws-dni CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF ws-dni = SPACES
                DISPLAY "ERROR: hace falta el DNI"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            ACCEPT ws-hora FROM TIME
            MOVE fh-aaaa TO ws-anio-desde

            MOVE SPACES TO ws-nombre-informe
            STRING "acceso_datos_" ws-dni DELIMITED BY SPACE
                   "_" ws-fecha-hoy ".log" DELIMITED BY SIZE
                INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-dni TO lt-dni
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-fecha-hoy TO le-fecha
            MOVE ws-hora TO le-hora
            MOVE ws-operador TO le-operador
            MOVE ws-linea-emision TO informe-rec
            WRITE informe-rec

            PERFORM seccion-maestro
            PERFORM seccion-historico
            PERFORM seccion-cambios
            PERFORM seccion-nominas

            MOVE ws-linea-separador TO informe-rec
            WRITE informe-rec
            MOVE ws-cuenta-maestro TO lr-maestro
            MOVE ws-cuenta-historico TO lr-historico
            MOVE ws-cuenta-cambios TO lr-cambios
            MOVE ws-cuenta-nominas TO lr-nominas
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec
            CLOSE informe-file

            PERFORM registra-solicitud
            DISPLAY "informe de acceso en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       cabecera-seccion.
            MOVE ws-linea-separador TO informe-rec
            WRITE informe-rec
            MOVE ws-linea-seccion TO informe-rec
            WRITE informe-rec.

       seccion-maestro.
            MOVE 1 TO ls-numero
            MOVE "MAESTRO DE EMPLEADOS (empleados.dat)" TO ls-titulo
            PERFORM cabecera-seccion
            OPEN INPUT empleados-file
            IF fs-emp-ok
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-maestro UNTIL ws-eof
                CLOSE empleados-file
            END-IF
            IF ws-cuenta-maestro = 0
                MOVE ws-linea-ninguno TO informe-rec
                WRITE informe-rec
            END-IF.

       lee-maestro.
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF emp-dni = ws-dni
                        ADD 1 TO ws-cuenta-maestro
                        MOVE "ACTIVO" TO l3-estado
                        IF emp-inactivo
                            MOVE "BAJA" TO l3-estado
                        END-IF
                        PERFORM imprime-empleado
                    END-IF
            END-READ.

       seccion-historico.
            MOVE 2 TO ls-numero
            MOVE "ARCHIVO HISTORICO (empleados_historico.dat)"
                TO ls-titulo
            PERFORM cabecera-seccion
            OPEN INPUT historico-file
            IF fs-historico-ok
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-historico UNTIL ws-eof
                CLOSE historico-file
            END-IF
            IF ws-cuenta-historico = 0
                MOVE ws-linea-ninguno TO informe-rec
                WRITE informe-rec
            END-IF.

       lee-historico.
      * el archivo guarda la imagen completa del registro del maestro
            READ historico-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE historico-rec TO empleado-rec
                    IF emp-dni = ws-dni
                        ADD 1 TO ws-cuenta-historico
                        MOVE "BAJA (HISTORICO)" TO l3-estado
                        PERFORM imprime-empleado
                    END-IF
            END-READ.

       imprime-empleado.
      * empleado-rec tiene el registro encontrado; guarda su numero
      * para las secciones de cambios y nominas
            MOVE emp-id TO ws-id-buscar
            PERFORM anota-id
            IF emp-fecha-alta IS NUMERIC AND emp-fecha-alta > 0
                IF NOT ws-alta-conocida
                        OR emp-fecha-alta(1:4) < ws-anio-desde
                    MOVE emp-fecha-alta(1:4) TO ws-anio-desde
                    SET ws-alta-conocida TO TRUE
                END-IF
            END-IF
            MOVE emp-id TO l1-id
            MOVE emp-nombre TO l1-nombre
            MOVE emp-apellido TO l1-apellido
            MOVE emp-dni TO l1-dni
            MOVE ws-linea-emp-1 TO informe-rec
            WRITE informe-rec
            MOVE emp-fecha-nacimiento TO l2-fnac
            MOVE emp-edad TO l2-edad
            MOVE emp-fecha-alta TO l2-falta
            MOVE emp-depto TO l2-depto
            MOVE ws-linea-emp-2 TO informe-rec
            WRITE informe-rec
            IF emp-salario IS NUMERIC
                MOVE emp-salario TO ws-salario-edit
                MOVE ws-salario-edit TO l3-salario
                MOVE emp-id TO vs-emp-id
                PERFORM graba-acceso-salario
            ELSE
                MOVE SPACES TO l3-salario
            END-IF
            MOVE emp-fecha-baja TO l3-fbaja
            MOVE ws-linea-emp-3 TO informe-rec
            WRITE informe-rec.

       anota-id.
            MOVE 'N' TO ws-es-suyo-sw
            PERFORM compara-id
                VARYING ws-ids-idx FROM 1 BY 1
                UNTIL ws-ids-idx > ws-ids-count
            IF NOT ws-es-suyo AND ws-ids-count < 20
                ADD 1 TO ws-ids-count
                MOVE ws-id-buscar TO ws-id-entrada(ws-ids-count)
            END-IF.

       compara-id.
            IF ws-id-entrada(ws-ids-idx) = ws-id-buscar
                SET ws-es-suyo TO TRUE
            END-IF.

       seccion-cambios.
            MOVE 3 TO ls-numero
            MOVE "HISTORIAL DE CAMBIOS (empleados_historial.log)"
                TO ls-titulo
            PERFORM cabecera-seccion
            IF ws-ids-count > 0
                OPEN INPUT historial-file
                IF fs-historial-ok
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-cambio UNTIL ws-eof
                    CLOSE historial-file
                END-IF
            END-IF
            IF ws-cuenta-cambios = 0
                MOVE ws-linea-ninguno TO informe-rec
                WRITE informe-rec
            END-IF.

       lee-cambio.
            READ historial-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE historial-rec TO ws-hist-emp-linea
                    IF he-id IS NUMERIC
                        MOVE he-id TO ws-id-buscar
                        MOVE 'N' TO ws-es-suyo-sw
                        PERFORM compara-id
                            VARYING ws-ids-idx FROM 1 BY 1
                            UNTIL ws-ids-idx > ws-ids-count
                        IF ws-es-suyo
                            PERFORM imprime-cambio
                        END-IF
                    END-IF
            END-READ.

       imprime-cambio.
            ADD 1 TO ws-cuenta-cambios
            MOVE he-fecha TO lc-fecha
            MOVE he-hora TO lc-hora
            MOVE he-operador TO lc-operador
            MOVE he-accion TO lc-accion
            MOVE he-id TO lc-id
            MOVE ws-linea-cambio TO informe-rec
            WRITE informe-rec
            MOVE "antes:" TO li-rotulo
            MOVE he-antes TO li-imagen
            MOVE ws-linea-imagen TO informe-rec
            WRITE informe-rec
            MOVE "despues:" TO li-rotulo
            MOVE he-despues TO li-imagen
            MOVE ws-linea-imagen TO informe-rec
            WRITE informe-rec.

       seccion-nominas.
            MOVE 4 TO ls-numero
            MOVE "NOMINAS (nomina_AAAAMM.dat)" TO ls-titulo
            PERFORM cabecera-seccion
      * sin fecha de alta conocida se revisan los ultimos diez anos
            IF NOT ws-alta-conocida
                SUBTRACT 10 FROM ws-anio-desde
            END-IF
            MOVE ws-anio-desde TO lnd-anio
            MOVE ws-linea-nominas-desde TO informe-rec
            WRITE informe-rec
            IF ws-ids-count > 0
                MOVE ws-anio-desde TO pl-aaaa
                MOVE 1 TO pl-mm
                PERFORM lee-nomina-periodo
                    UNTIL pl-aaaa > fh-aaaa
                       OR (pl-aaaa = fh-aaaa AND pl-mm > fh-mm)
            END-IF
            IF ws-cuenta-nominas = 0
                MOVE ws-linea-ninguno TO informe-rec
                WRITE informe-rec
            END-IF.

       lee-nomina-periodo.
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo-lectura ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            OPEN INPUT nomina-file
            IF fs-nomina-ok
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-linea-nomina UNTIL ws-eof
                CLOSE nomina-file
            END-IF
            IF pl-mm = 12
                ADD 1 TO pl-aaaa
                MOVE 1 TO pl-mm
            ELSE
                ADD 1 TO pl-mm
            END-IF.

       lee-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE nomina-rec TO ws-detalle-nomina
                    IF nd-id IS NUMERIC
                        MOVE nd-id TO ws-id-buscar
                        MOVE 'N' TO ws-es-suyo-sw
                        PERFORM compara-id
                            VARYING ws-ids-idx FROM 1 BY 1
                            UNTIL ws-ids-idx > ws-ids-count
                        IF ws-es-suyo
                            PERFORM imprime-nomina
                        END-IF
                    END-IF
            END-READ.

       imprime-nomina.
      * una nomina anterior a las deducciones no trae bruto: lo
      * cobrado es nd-paga
            ADD 1 TO ws-cuenta-nominas
            MOVE ws-periodo-lectura TO ln-periodo
            MOVE nd-id TO ln-id
            MOVE nd-depto TO ln-depto
            MOVE nd-tipo TO ln-tipo
            IF nd-bruto = SPACES
                MOVE nd-paga TO ln-bruto
                MOVE SPACES TO ln-irpf
                MOVE SPACES TO ln-ss
                MOVE nd-paga TO ln-neto
            ELSE
                MOVE nd-bruto TO ln-bruto
                MOVE nd-irpf TO ln-irpf
                MOVE nd-ss TO ln-ss
                MOVE nd-neto TO ln-neto
            END-IF
            MOVE ws-linea-nomina TO informe-rec
            WRITE informe-rec.

       registra-solicitud.
            MOVE ws-fecha-hoy TO sa-fecha
            MOVE ws-hora TO sa-hora
            MOVE ws-operador TO sa-operador
            MOVE ws-dni TO sa-dni
            MOVE ws-cuenta-maestro TO sa-maestro
            MOVE ws-cuenta-historico TO sa-historico
            MOVE ws-cuenta-cambios TO sa-cambios
            MOVE ws-cuenta-nominas TO sa-nominas
            MOVE ws-nombre-informe TO sa-informe
            MOVE ws-solicitud-linea TO solicitudes-rec
            OPEN EXTEND solicitudes-file
            IF NOT fs-solicitudes-ok
                OPEN OUTPUT solicitudes-file
            END-IF
            WRITE solicitudes-rec
            CLOSE solicitudes-file.

       graba-acceso-salario.
      * vs-emp-id lo deja puesto quien llama
            ACCEPT vs-fecha FROM DATE YYYYMMDD
            ACCEPT vs-hora FROM TIME
            MOVE ws-operador TO vs-operador
            MOVE "rutinas_117" TO vs-programa
            OPEN EXTEND accesos-salario-file
            IF fs-accesos-salario-fichero-no-existe
                OPEN OUTPUT accesos-salario-file
            END-IF
            MOVE ws-acceso-salario-linea TO accesos-salario-rec
            WRITE accesos-salario-rec
            CLOSE accesos-salario-file.

       END PROGRAM rutinas_117.
