      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly headcount movement and turnover
      *     report. For the period keyed (AAAAMM) it gives, per
      *     department (SIN-DEPTO for blanks) and in total, the
      *     opening headcount, hires, leavers, transfers in and out
      *     and the closing headcount, for the month and for the
      *     year to date, with the turnover rate (leavers over the
      *     average of opening and closing headcount) and the
      *     average length of service of the leavers. Hire and
      *     leave dates come from empleados.dat (emp-fecha-alta,
      *     emp-fecha-baja; the ALTA/IMPORTACION entry of
      *     empleados_historial.log stands in for a record without
      *     fecha de alta) and transfers from the MODIFICACION
      *     entries of the history whose department changed, which
      *     also place each employee in the department they were in
      *     on any given day. Written to
      *     movimiento_plantilla_AAAAMM.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_110.
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
           SELECT historial-emp-file
               ASSIGN TO "empleados_historial.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-emp-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       COPY empleado.

       FD  historial-emp-file.
       01  historial-emp-rec pic x(240).

       FD  informe-file.
       01  informe-rec pic x(90).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-hist-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-hist-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY historial_empleado.
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-hist-eof-sw pic x value 'N'.
           88 ws-hist-eof value 'Y'.
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-nombre-informe pic x(40).
      * los dos periodos del informe: 1 el mes, 2 el ano hasta el mes
       01 ws-per pic 9(1).
       01 ws-periodos.
           05 ws-periodo-rango occurs 2 times.
               10 pr-desde pic 9(8).
               10 pr-hasta pic 9(8).
      * traslados de departamento sacados del historial, en orden
      * cronologico (el log se escribe por anexion)
       01 ws-traslados-tabla.
           05 ws-traslado occurs 5000 times.
               10 tl-emp-id  pic 9(6).
               10 tl-fecha   pic 9(8).
               10 tl-antes   pic x(4).
               10 tl-despues pic x(4).
       01 ws-traslados-count pic 9(5) value 0.
       01 ws-tl-idx pic 9(5).
      * fecha de alta segun el historial, para los registros sin
      * emp-fecha-alta
       01 ws-altas-tabla.
           05 ws-alta-hist occurs 5000 times.
               10 ah-emp-id pic 9(6).
               10 ah-fecha  pic 9(8).
       01 ws-altas-count pic 9(5) value 0.
       01 ws-ah-idx pic 9(5).
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * totales por departamento y periodo
       01 ws-deptos-tabla.
           05 ws-depto-entrada occurs 200 times.
               10 dt-depto pic x(4).
               10 dt-periodo occurs 2 times.
                   15 dt-inicial   pic 9(5).
                   15 dt-altas     pic 9(5).
                   15 dt-bajas     pic 9(5).
                   15 dt-entradas  pic 9(5).
                   15 dt-salidas   pic 9(5).
                   15 dt-final     pic 9(5).
                   15 dt-bajas-ant pic 9(5).
                   15 dt-dias-ant  pic 9(9).
       01 ws-depto-temp pic x(92).
       01 ws-deptos-count pic 9(3) value 0.
       01 ws-dt-idx pic 9(3).
       01 ws-dt-idx2 pic 9(3).
       01 ws-dt-limite pic 9(3).
       01 ws-depto-busca pic x(4).
       01 ws-depto-encontrado pic 9(3).
      * el empleado en curso
       01 ws-fecha-alta pic 9(8).
       01 ws-fecha-baja pic 9(8).
       01 ws-fecha-corte pic 9(8).
       01 ws-depto-en-fecha pic x(4).
       01 ws-dias-servicio pic 9(7).
       01 ws-dias-fecha pic 9(7).
       01 ws-fecha-dias pic 9(8).
       01 ws-fecha-dias-partes redefines ws-fecha-dias.
           05 fd-aaaa pic 9(4).
           05 fd-mm   pic 9(2).
           05 fd-dd   pic 9(2).
      * totales de la empresa de la seccion en curso
       01 ws-tot-inicial   pic 9(5).
       01 ws-tot-altas     pic 9(5).
       01 ws-tot-bajas     pic 9(5).
       01 ws-tot-entradas  pic 9(5).
       01 ws-tot-salidas   pic 9(5).
       01 ws-tot-final     pic 9(5).
       01 ws-tot-bajas-ant pic 9(5).
       01 ws-tot-dias-ant  pic 9(9).
       01 ws-rotacion pic 9(3)v99.
       01 ws-antiguedad pic 9(3)v9.
       01 ws-titulo-linea.
           05 filler      pic x(32)
               value "MOVIMIENTO DE PLANTILLA PERIODO ".
           05 lt-periodo  pic 9(6).
       01 ws-seccion-mes.
           05 filler      pic x(4) value "MES ".
           05 ls-periodo  pic 9(6).
       01 ws-seccion-ano.
           05 filler      pic x(22) value "ACUMULADO DEL ANO DE ".
           05 la-desde    pic 9(8).
           05 filler      pic x(3) value " A ".
           05 la-hasta    pic 9(8).
       01 ws-cabecera-linea.
           05 filler pic x(40)
               value "DEPTO    INICIAL  ALTAS  BAJAS ENTRAN  S".
           05 filler pic x(32)
               value "ALEN  FINAL   ROTAC.% ANTIG.ANOS".
       01 ws-linea-depto.
           05 ld-depto       pic x(9).
           05 filler         pic x(2) value SPACES.
           05 ld-inicial     pic zzzz9.
           05 filler         pic x(2) value SPACES.
           05 ld-altas       pic zzzz9.
           05 filler         pic x(2) value SPACES.
           05 ld-bajas       pic zzzz9.
           05 filler         pic x(2) value SPACES.
           05 ld-entradas    pic zzzz9.
           05 filler         pic x(2) value SPACES.
           05 ld-salidas     pic zzzz9.
           05 filler         pic x(2) value SPACES.
           05 ld-final       pic zzzz9.
           05 filler         pic x(4) value SPACES.
           05 ld-rotacion    pic zz9.99.
           05 filler         pic x(6) value SPACES.
           05 ld-antiguedad  pic zz9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo del informe (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
      * los rangos se comparan como AAAAMMDD, asi que el dia 31
      * cierra cualquier mes
            COMPUTE pr-desde(1) = ws-periodo * 100 + 1
            COMPUTE pr-hasta(1) = ws-periodo * 100 + 31
            COMPUTE pr-desde(2) = wp-aaaa * 10000 + 101
            MOVE pr-hasta(1) TO pr-hasta(2)
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
      * sin historial no hay traslados ni altas de respaldo: cada
      * empleado cuenta siempre en su departamento actual
            OPEN INPUT historial-emp-file
            IF fs-hist-emp-ok
                PERFORM lee-historial UNTIL ws-hist-eof
                CLOSE historial-emp-file
            END-IF
            PERFORM lee-empleado UNTIL ws-emp-eof
            CLOSE empleados-file
            PERFORM ordena-deptos
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "movimiento_plantilla_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO lt-periodo
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-seccion
                VARYING ws-per FROM 1 BY 1 UNTIL ws-per > 2
            CLOSE informe-file
            DISPLAY "movimiento de plantilla del periodo " ws-periodo
                    ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       lee-historial.
            READ historial-emp-file
                AT END
                    SET ws-hist-eof TO TRUE
                NOT AT END
                    MOVE historial-emp-rec TO ws-hist-emp-linea
                    EVALUATE he-accion
                        WHEN "ALTA"
                        WHEN "IMPORTACION"
                            PERFORM carga-alta-historial
                        WHEN "MODIFICACION"
      * las imagenes son el registro de empleado entero; emp-depto
      * ocupa las posiciones 53 a 56
                            IF he-antes(53:4) NOT = he-despues(53:4)
                                PERFORM carga-traslado
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

       carga-alta-historial.
            IF ws-altas-count >= 5000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-altas-count
                MOVE he-id TO ah-emp-id(ws-altas-count)
                MOVE he-fecha TO ah-fecha(ws-altas-count)
            END-IF.

       carga-traslado.
            IF ws-traslados-count >= 5000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-traslados-count
                MOVE he-id TO tl-emp-id(ws-traslados-count)
                MOVE he-fecha TO tl-fecha(ws-traslados-count)
                MOVE he-antes(53:4) TO tl-antes(ws-traslados-count)
                MOVE he-despues(53:4)
                    TO tl-despues(ws-traslados-count)
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       lee-empleado.
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    PERFORM fechas-empleado
                    PERFORM cuenta-empleado
                        VARYING ws-per FROM 1 BY 1 UNTIL ws-per > 2
            END-READ.

       fechas-empleado.
      * sin fecha de alta en el maestro ni en el historial el
      * empleado se toma como anterior a cualquier periodo; uno de
      * alta no tiene fecha de baja
            MOVE 0 TO ws-fecha-alta
            IF emp-fecha-alta IS NUMERIC
                MOVE emp-fecha-alta TO ws-fecha-alta
            END-IF
            IF ws-fecha-alta = 0
                PERFORM busca-alta-historial
                    VARYING ws-ah-idx FROM 1 BY 1
                    UNTIL ws-ah-idx > ws-altas-count
                        OR ws-fecha-alta > 0
            END-IF
            IF emp-inactivo AND emp-fecha-baja IS NUMERIC
                MOVE emp-fecha-baja TO ws-fecha-baja
            ELSE
                MOVE 99999999 TO ws-fecha-baja
            END-IF.

       busca-alta-historial.
            IF ah-emp-id(ws-ah-idx) = emp-id
                MOVE ah-fecha(ws-ah-idx) TO ws-fecha-alta
            END-IF.

       cuenta-empleado.
      * plantilla inicial: de alta antes del primer dia y sin baja
      * anterior a el; final: de alta el ultimo dia y sin baja hasta
      * el. pr-desde - 1 es el "dia cero" del periodo, que ordena
      * antes de cualquier dia suyo
            IF ws-fecha-alta < pr-desde(ws-per)
                    AND ws-fecha-baja >= pr-desde(ws-per)
                COMPUTE ws-fecha-corte = pr-desde(ws-per) - 1
                PERFORM depto-en-fecha
                ADD 1 TO dt-inicial(ws-depto-encontrado, ws-per)
            END-IF
            IF ws-fecha-alta >= pr-desde(ws-per)
                    AND ws-fecha-alta <= pr-hasta(ws-per)
                MOVE ws-fecha-alta TO ws-fecha-corte
                PERFORM depto-en-fecha
                ADD 1 TO dt-altas(ws-depto-encontrado, ws-per)
            END-IF
            IF ws-fecha-baja >= pr-desde(ws-per)
                    AND ws-fecha-baja <= pr-hasta(ws-per)
                MOVE ws-fecha-baja TO ws-fecha-corte
                PERFORM depto-en-fecha
                ADD 1 TO dt-bajas(ws-depto-encontrado, ws-per)
                IF ws-fecha-alta > 0
                        AND ws-fecha-alta <= ws-fecha-baja
                    PERFORM calcula-servicio
                    ADD 1 TO dt-bajas-ant(ws-depto-encontrado, ws-per)
                    ADD ws-dias-servicio
                        TO dt-dias-ant(ws-depto-encontrado, ws-per)
                END-IF
            END-IF
            IF ws-fecha-alta <= pr-hasta(ws-per)
                    AND ws-fecha-baja > pr-hasta(ws-per)
                MOVE pr-hasta(ws-per) TO ws-fecha-corte
                PERFORM depto-en-fecha
                ADD 1 TO dt-final(ws-depto-encontrado, ws-per)
            END-IF
            PERFORM cuenta-traslado
                VARYING ws-tl-idx FROM 1 BY 1
                UNTIL ws-tl-idx > ws-traslados-count.

       cuenta-traslado.
            IF tl-emp-id(ws-tl-idx) = emp-id
                    AND tl-fecha(ws-tl-idx) >= pr-desde(ws-per)
                    AND tl-fecha(ws-tl-idx) <= pr-hasta(ws-per)
                MOVE tl-antes(ws-tl-idx) TO ws-depto-busca
                PERFORM busca-depto
                ADD 1 TO dt-salidas(ws-depto-encontrado, ws-per)
                MOVE tl-despues(ws-tl-idx) TO ws-depto-busca
                PERFORM busca-depto
                ADD 1 TO dt-entradas(ws-depto-encontrado, ws-per)
            END-IF.

       depto-en-fecha.
      * el departamento del empleado al cierre de ws-fecha-corte: el
      * "antes" del primer traslado posterior a esa fecha o, si no
      * lo hay, el actual; deja su entrada en ws-depto-encontrado
            MOVE SPACES TO ws-depto-en-fecha
            PERFORM busca-traslado-posterior
                VARYING ws-tl-idx FROM 1 BY 1
                UNTIL ws-tl-idx > ws-traslados-count
                    OR ws-depto-en-fecha NOT = SPACES
            IF ws-depto-en-fecha = SPACES
                MOVE emp-depto TO ws-depto-en-fecha
            END-IF
            MOVE ws-depto-en-fecha TO ws-depto-busca
            PERFORM busca-depto.

       busca-traslado-posterior.
      * un "antes" en blanco (empleado sin departamento hasta ese
      * traslado) se marca con LOW-VALUES para cortar la busqueda
            IF tl-emp-id(ws-tl-idx) = emp-id
                    AND tl-fecha(ws-tl-idx) > ws-fecha-corte
                MOVE tl-antes(ws-tl-idx) TO ws-depto-en-fecha
                IF ws-depto-en-fecha = SPACES
                    MOVE LOW-VALUES TO ws-depto-en-fecha
                END-IF
            END-IF.

       busca-depto.
      * deja en ws-depto-encontrado la entrada de ws-depto-busca,
      * dandola de alta si no existe; si no cabe, el informe no se
      * genera
            IF ws-depto-busca = LOW-VALUES
                MOVE SPACES TO ws-depto-busca
            END-IF
            MOVE 0 TO ws-depto-encontrado
            PERFORM compara-depto
                VARYING ws-dt-idx FROM 1 BY 1
                UNTIL ws-dt-idx > ws-deptos-count
                    OR ws-depto-encontrado > 0
            IF ws-depto-encontrado = 0
                IF ws-deptos-count >= 200
                    PERFORM avisa-tabla-llena
                    MOVE 200 TO ws-depto-encontrado
                ELSE
                    ADD 1 TO ws-deptos-count
                    MOVE ws-deptos-count TO ws-depto-encontrado
                    INITIALIZE ws-depto-entrada(ws-deptos-count)
                    MOVE ws-depto-busca TO dt-depto(ws-deptos-count)
                END-IF
            END-IF.

       compara-depto.
            IF dt-depto(ws-dt-idx) = ws-depto-busca
                MOVE ws-dt-idx TO ws-depto-encontrado
            END-IF.

       calcula-servicio.
      * dias sobre calendario comercial (ano de 360, mes de 30),
      * como la caducidad del PIN
            MOVE ws-fecha-baja TO ws-fecha-dias
            PERFORM calcula-dias-fecha
            MOVE ws-dias-fecha TO ws-dias-servicio
            MOVE ws-fecha-alta TO ws-fecha-dias
            PERFORM calcula-dias-fecha
            SUBTRACT ws-dias-fecha FROM ws-dias-servicio.

       calcula-dias-fecha.
            COMPUTE ws-dias-fecha =
                fd-aaaa * 360 + fd-mm * 30 + fd-dd.

       ordena-deptos.
            PERFORM ordena-pasada
                VARYING ws-dt-idx FROM 1 BY 1
                UNTIL ws-dt-idx >= ws-deptos-count.

       ordena-pasada.
            COMPUTE ws-dt-limite = ws-deptos-count - ws-dt-idx
            PERFORM compara-intercambia
                VARYING ws-dt-idx2 FROM 1 BY 1
                UNTIL ws-dt-idx2 > ws-dt-limite.

       compara-intercambia.
            IF dt-depto(ws-dt-idx2) > dt-depto(ws-dt-idx2 + 1)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-depto-entrada(ws-dt-idx2) TO ws-depto-temp
            MOVE ws-depto-entrada(ws-dt-idx2 + 1)
                TO ws-depto-entrada(ws-dt-idx2)
            MOVE ws-depto-temp
                TO ws-depto-entrada(ws-dt-idx2 + 1).

       graba-seccion.
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            IF ws-per = 1
                MOVE ws-periodo TO ls-periodo
                MOVE ws-seccion-mes TO informe-rec
            ELSE
                MOVE pr-desde(2) TO la-desde
                MOVE pr-hasta(2) TO la-hasta
                MOVE ws-seccion-ano TO informe-rec
            END-IF
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            MOVE 0 TO ws-tot-inicial ws-tot-altas ws-tot-bajas
            MOVE 0 TO ws-tot-entradas ws-tot-salidas ws-tot-final
            MOVE 0 TO ws-tot-bajas-ant ws-tot-dias-ant
            PERFORM graba-linea-depto
                VARYING ws-dt-idx FROM 1 BY 1
                UNTIL ws-dt-idx > ws-deptos-count
            MOVE "TOTAL" TO ld-depto
            MOVE ws-tot-inicial TO ld-inicial
            MOVE ws-tot-altas TO ld-altas
            MOVE ws-tot-bajas TO ld-bajas
            MOVE ws-tot-entradas TO ld-entradas
            MOVE ws-tot-salidas TO ld-salidas
            MOVE ws-tot-final TO ld-final
            PERFORM calcula-indices-total
            MOVE ws-linea-depto TO informe-rec
            WRITE informe-rec.

       graba-linea-depto.
      * un departamento sin plantilla ni movimiento en el periodo no
      * sale
            IF dt-inicial(ws-dt-idx, ws-per) > 0
                    OR dt-altas(ws-dt-idx, ws-per) > 0
                    OR dt-bajas(ws-dt-idx, ws-per) > 0
                    OR dt-entradas(ws-dt-idx, ws-per) > 0
                    OR dt-salidas(ws-dt-idx, ws-per) > 0
                    OR dt-final(ws-dt-idx, ws-per) > 0
                IF dt-depto(ws-dt-idx) = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE dt-depto(ws-dt-idx) TO ld-depto
                END-IF
                MOVE dt-inicial(ws-dt-idx, ws-per) TO ld-inicial
                MOVE dt-altas(ws-dt-idx, ws-per) TO ld-altas
                MOVE dt-bajas(ws-dt-idx, ws-per) TO ld-bajas
                MOVE dt-entradas(ws-dt-idx, ws-per) TO ld-entradas
                MOVE dt-salidas(ws-dt-idx, ws-per) TO ld-salidas
                MOVE dt-final(ws-dt-idx, ws-per) TO ld-final
                ADD dt-inicial(ws-dt-idx, ws-per) TO ws-tot-inicial
                ADD dt-altas(ws-dt-idx, ws-per) TO ws-tot-altas
                ADD dt-bajas(ws-dt-idx, ws-per) TO ws-tot-bajas
                ADD dt-entradas(ws-dt-idx, ws-per) TO ws-tot-entradas
                ADD dt-salidas(ws-dt-idx, ws-per) TO ws-tot-salidas
                ADD dt-final(ws-dt-idx, ws-per) TO ws-tot-final
                ADD dt-bajas-ant(ws-dt-idx, ws-per)
                    TO ws-tot-bajas-ant
                ADD dt-dias-ant(ws-dt-idx, ws-per) TO ws-tot-dias-ant
                PERFORM calcula-indices-depto
                MOVE ws-linea-depto TO informe-rec
                WRITE informe-rec
            END-IF.

       calcula-indices-depto.
      * rotacion: bajas sobre la plantilla media del periodo (la
      * media de la inicial y la final), en porcentaje
            MOVE 0 TO ws-rotacion
            IF dt-inicial(ws-dt-idx, ws-per)
                    + dt-final(ws-dt-idx, ws-per) > 0
                COMPUTE ws-rotacion ROUNDED =
                    dt-bajas(ws-dt-idx, ws-per) * 200
                    / (dt-inicial(ws-dt-idx, ws-per)
                       + dt-final(ws-dt-idx, ws-per))
            END-IF
            MOVE ws-rotacion TO ld-rotacion
            MOVE 0 TO ws-antiguedad
            IF dt-bajas-ant(ws-dt-idx, ws-per) > 0
                COMPUTE ws-antiguedad ROUNDED =
                    dt-dias-ant(ws-dt-idx, ws-per)
                    / dt-bajas-ant(ws-dt-idx, ws-per) / 360
            END-IF
            MOVE ws-antiguedad TO ld-antiguedad.

       calcula-indices-total.
            MOVE 0 TO ws-rotacion
            IF ws-tot-inicial + ws-tot-final > 0
                COMPUTE ws-rotacion ROUNDED =
                    ws-tot-bajas * 200
                    / (ws-tot-inicial + ws-tot-final)
            END-IF
            MOVE ws-rotacion TO ld-rotacion
            MOVE 0 TO ws-antiguedad
            IF ws-tot-bajas-ant > 0
                COMPUTE ws-antiguedad ROUNDED =
                    ws-tot-dias-ant / ws-tot-bajas-ant / 360
            END-IF
            MOVE ws-antiguedad TO ld-antiguedad.

       END PROGRAM rutinas_110.
