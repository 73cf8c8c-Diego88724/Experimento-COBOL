      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: bank statement import and automatic
      *     reconciliation against transacciones.dat. For the
      *     statement date given on the console (AAAAMMDD, blank for
      *     today) it loads the bank's extracto_banco_AAAAMMDD.dat
      *     (extracto_banco.cpy) into movimientos_banco.dat
      *     (movimiento_banco.cpy) - once: a statement already
      *     loaded is not loaded again, so a rerun only repeats the
      *     matching and the report. Every pending credit line, of
      *     this statement or left over from earlier ones, is then
      *     matched to a posting not yet reconciled: first by
      *     reference (the tr-numero-transaccion the bank echoes
      *     back, same importe, dates within ws-ventana-dias), then
      *     by importe alone within the same window when exactly one
      *     posting fits; when several fit the line is left for the
      *     manual screen (rutinas_123). Each match is written back
      *     to the movement and to conciliaciones_banco.log under
      *     operator AUTO. The report conciliacion_banco_AAAAMMDD.log
      *     lists the statement's reconciled lines, the bank lines
      *     still without a posting and the postings of the window
      *     with no bank line.
      *   - the legs of inter-branch transfers (rutinas_126,
      *     descripcion_traspaso.cpy) are no longer matching candidates
      *     nor reported as postings with no bank line: they move money
      *     between our own branches and never reach the bank.
      *   - bank movements or ledger entries that do not fit the work
      *     tables now stop the run with return code 8 before anything
      *     is matched or reported; a freshly loaded statement stays
      *     pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_122.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT extracto-file ASSIGN DYNAMIC ws-nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extracto-status.
           SELECT movimientos-file ASSIGN TO "movimientos_banco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mb-id
               FILE STATUS IS ws-mb-status.
           SELECT movimientos-contador-file
               ASSIGN TO "movimientos_banco_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-mb-contador-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT conciliaciones-file
               ASSIGN TO "conciliaciones_banco.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-conciliaciones-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  extracto-file.
       01  extracto-rec pic x(64).

       FD  movimientos-file.
       COPY movimiento_banco.

       FD  movimientos-contador-file.
       01  movimientos-contador-rec pic 9(6).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  conciliaciones-file.
       01  conciliaciones-rec pic x(66).

       FD  informe-file.
       01  informe-rec pic x(110).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-extracto-status==
                              ==:FS-PREFIJO:== BY ==fs-extracto==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mb-status==
                              ==:FS-PREFIJO:== BY ==fs-mb==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-mb-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-mb-contador==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-conciliaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-conciliaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY extracto_banco.
       COPY conciliacion_banco.
       COPY descripcion_traspaso.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-extracto redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-hoy pic 9(8).
       01 ws-nombre-extracto pic x(40).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-ya-cargado-sw pic x value 'N'.
           88 ws-ya-cargado value 'Y'.
      * lo que no cabe en las tablas detiene la conciliacion: un
      * movimiento o un apunte que falta casaria mal el resto
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * dias de distancia admitidos entre la fecha del banco y la del
      * apunte, a uno y otro lado
       01 ws-ventana-dias pic 9(3) value 3.
       01 ws-fecha-calculo pic 9(8).
       01 ws-fecha-calculo-partes redefines ws-fecha-calculo.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dias-fecha pic 9(7).
       01 ws-dias-extracto pic 9(7).
       01 ws-dias-min pic 9(7).
       01 ws-dias-max pic 9(7).
       01 ws-dias-dif pic s9(7).
       01 ws-siguiente-mb-id pic 9(6) value 0.
       01 ws-cargados pic 9(5) value 0.
      * movimientos del banco pendientes, de este extracto y de los
      * anteriores
       01 ws-banco-tabla.
           05 ws-banco-entrada occurs 1000 times.
               10 bk-id         pic 9(6).
               10 bk-fecha      pic 9(8).
               10 bk-dias       pic 9(7).
               10 bk-signo      pic x(1).
               10 bk-importe    pic 9(7)v99.
               10 bk-referencia pic x(16).
               10 bk-concepto   pic x(30).
               10 bk-tr-numero  pic 9(8).
               10 bk-tipo       pic x(1).
               10 bk-varias-sw  pic x(1).
       01 ws-banco-count pic 9(4) value 0.
       01 ws-banco-idx pic 9(4).
      * apuntes ya conciliados en ejecuciones anteriores, que no
      * vuelven a ser candidatos
       01 ws-casados-tabla.
           05 ws-casado-numero pic 9(8) occurs 5000 times.
       01 ws-casados-count pic 9(4) value 0.
       01 ws-casados-idx pic 9(4).
      * apuntes de transacciones.dat de la ventana aun sin conciliar
       01 ws-apunte-tabla.
           05 ws-apunte-entrada occurs 2000 times.
               10 ap-numero      pic 9(8).
               10 ap-fecha       pic 9(8).
               10 ap-dias        pic 9(7).
               10 ap-importe     pic 9(7)v99.
               10 ap-descripcion pic x(30).
               10 ap-casado-sw   pic x(1).
                   88 ap-casado value 'S'.
       01 ws-apunte-count pic 9(4) value 0.
       01 ws-apunte-idx pic 9(4).
       01 ws-candidato-idx pic 9(4).
       01 ws-candidatos pic 9(4).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-fin-apuntes-sw pic x value 'N'.
           88 ws-fin-apuntes value 'Y'.
       01 ws-ref-numero-x pic x(8).
       01 ws-ref-numero redefines ws-ref-numero-x pic 9(8).
       01 ws-por-referencia pic 9(5) value 0.
       01 ws-por-importe pic 9(5) value 0.
       01 ws-conciliados-extracto pic 9(5) value 0.
       01 ws-pendientes-banco pic 9(5) value 0.
       01 ws-apuntes-sin-banco pic 9(5) value 0.
       01 ws-titulo-linea.
           05 filler      pic x(35)
               value "CONCILIACION BANCARIA DEL EXTRACTO ".
           05 lt-fecha    pic 9(8).
       01 ws-seccion-linea pic x(60).
       01 ws-linea-conciliado.
           05 filler      pic x(2) value SPACES.
           05 lc-mb-id    pic 9(6).
           05 filler      pic x(1) value SPACE.
           05 lc-fecha    pic 9(8).
           05 filler      pic x(1) value SPACE.
           05 lc-signo    pic x(1).
           05 lc-importe  pic zzzzzz9.99.
           05 filler      pic x(1) value SPACE.
           05 lc-referencia pic x(16).
           05 filler      pic x(10) value " apunte: ".
           05 lc-tr-numero pic 9(8).
           05 filler      pic x(1) value SPACE.
           05 lc-tipo     pic x(10).
           05 filler      pic x(1) value SPACE.
           05 lc-operador pic x(10).
       01 ws-linea-banco.
           05 filler      pic x(2) value SPACES.
           05 lb-mb-id    pic 9(6).
           05 filler      pic x(1) value SPACE.
           05 lb-fecha    pic 9(8).
           05 filler      pic x(1) value SPACE.
           05 lb-signo    pic x(1).
           05 lb-importe  pic zzzzzz9.99.
           05 filler      pic x(1) value SPACE.
           05 lb-referencia pic x(16).
           05 filler      pic x(1) value SPACE.
           05 lb-concepto pic x(30).
           05 filler      pic x(1) value SPACE.
           05 lb-aviso    pic x(18).
       01 ws-linea-apunte.
           05 filler      pic x(2) value SPACES.
           05 la-numero   pic 9(8).
           05 filler      pic x(1) value SPACE.
           05 la-fecha    pic 9(8).
           05 filler      pic x(2) value SPACES.
           05 la-importe  pic zzzzzz9.99.
           05 filler      pic x(1) value SPACE.
           05 la-descripcion pic x(30).
       01 ws-linea-total.
           05 filler      pic x(22) value "conciliados por ref. ".
           05 lx-referencia pic zzzz9.
           05 filler      pic x(14) value "  por importe ".
           05 lx-importe  pic zzzz9.
           05 filler      pic x(21) value "  banco sin apunte ".
           05 lx-banco    pic zzzz9.
           05 filler      pic x(21) value "  apuntes sin banco ".
           05 lx-apuntes  pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "fecha del extracto (AAAAMMDD, blanco = hoy): "
            ACCEPT ws-fecha-entrada
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            IF ws-fecha-entrada = SPACES
                MOVE ws-fecha-hoy TO ws-fecha-extracto
            END-IF
            IF ws-fecha-entrada IS NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            MOVE ws-fecha-extracto TO ws-fecha-calculo
            PERFORM calcula-dias-fecha
            MOVE ws-dias-fecha TO ws-dias-extracto

            PERFORM lee-movimientos
            IF ws-ya-cargado
                DISPLAY "aviso: el extracto " ws-fecha-extracto
                        " ya estaba cargado, solo se concilia"
            ELSE
                PERFORM carga-extracto
            END-IF

            PERFORM calcula-ventana
            PERFORM lee-apuntes
            IF ws-tabla-llena
                DISPLAY "ERROR: no se concilia el extracto "
                        ws-fecha-extracto ", los movimientos cargados "
                        "quedan pendientes"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM casa-por-referencia
                VARYING ws-banco-idx FROM 1 BY 1
                UNTIL ws-banco-idx > ws-banco-count
            PERFORM casa-por-importe
                VARYING ws-banco-idx FROM 1 BY 1
                UNTIL ws-banco-idx > ws-banco-count
            IF ws-por-referencia > 0 OR ws-por-importe > 0
                PERFORM graba-conciliaciones
            END-IF

            PERFORM graba-informe
            DISPLAY "movimientos cargados: " ws-cargados
            DISPLAY "conciliados por referencia: " ws-por-referencia
                    ", por importe: " ws-por-importe
            DISPLAY "banco sin apunte: " ws-pendientes-banco
                    ", apuntes sin banco: " ws-apuntes-sin-banco
            DISPLAY "informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       calcula-dias-fecha.
      * dias sobre calendario comercial (ano de 360, mes de 30), como
      * en rutinas_112
            COMPUTE ws-dias-fecha =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       lee-movimientos.
      * una pasada por lo ya cargado: los pendientes van a la tabla
      * de trabajo y los apuntes ya conciliados a la de casados
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT movimientos-file
            IF fs-mb-ok
                PERFORM lee-movimiento UNTIL ws-eof
                CLOSE movimientos-file
            END-IF.

       lee-movimiento.
            READ movimientos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF mb-extracto = ws-fecha-extracto
                        SET ws-ya-cargado TO TRUE
                    END-IF
                    IF mb-conciliado
                        PERFORM anota-casado
                    ELSE
                        IF mb-extracto <= ws-fecha-extracto
                            PERFORM anota-pendiente
                        END-IF
                    END-IF
            END-READ.

       anota-casado.
            IF ws-casados-count >= 5000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-casados-count
                MOVE mb-tr-numero TO ws-casado-numero(ws-casados-count)
            END-IF.

       anota-pendiente.
            IF ws-banco-count >= 1000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-banco-count
                MOVE ws-banco-count TO ws-banco-idx
                MOVE mb-id TO bk-id(ws-banco-idx)
                MOVE mb-fecha TO bk-fecha(ws-banco-idx)
                MOVE mb-fecha TO ws-fecha-calculo
                PERFORM calcula-dias-fecha
                MOVE ws-dias-fecha TO bk-dias(ws-banco-idx)
                MOVE mb-signo TO bk-signo(ws-banco-idx)
                MOVE mb-importe TO bk-importe(ws-banco-idx)
                MOVE mb-referencia TO bk-referencia(ws-banco-idx)
                MOVE mb-concepto TO bk-concepto(ws-banco-idx)
                MOVE 0 TO bk-tr-numero(ws-banco-idx)
                MOVE SPACE TO bk-tipo(ws-banco-idx)
                MOVE 'N' TO bk-varias-sw(ws-banco-idx)
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben "
                        "todos los movimientos y apuntes a conciliar"
                SET ws-tabla-llena TO TRUE
            END-IF.

       carga-extracto.
            MOVE SPACES TO ws-nombre-extracto
            STRING "extracto_banco_" ws-fecha-extracto ".dat"
                DELIMITED BY SIZE INTO ws-nombre-extracto
            OPEN INPUT extracto-file
            IF NOT fs-extracto-ok
                DISPLAY "aviso: no se encontro " ws-nombre-extracto
                        ", se concilia solo lo pendiente"
            ELSE
                OPEN I-O movimientos-file
                IF fs-mb-fichero-no-existe
                    OPEN OUTPUT movimientos-file
                    CLOSE movimientos-file
                    OPEN I-O movimientos-file
                END-IF
                MOVE 'N' TO ws-eof-sw
                PERFORM carga-linea-extracto UNTIL ws-eof
                CLOSE movimientos-file
                CLOSE extracto-file
            END-IF.

       carga-linea-extracto.
            READ extracto-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE extracto-rec TO ws-extracto-linea
                    IF eb-fecha IS NUMERIC AND eb-importe IS NUMERIC
                        PERFORM graba-movimiento
                    ELSE
                        DISPLAY "aviso: linea del extracto no valida, "
                                "se omite: " extracto-rec(1:40)
                    END-IF
            END-READ.

       graba-movimiento.
            PERFORM siguiente-mb-id
            MOVE SPACES TO movimiento-banco-rec
            MOVE ws-siguiente-mb-id TO mb-id
            MOVE ws-fecha-extracto TO mb-extracto
            MOVE eb-fecha TO mb-fecha
            MOVE eb-signo TO mb-signo
            MOVE eb-importe TO mb-importe
            MOVE eb-referencia TO mb-referencia
            MOVE eb-concepto TO mb-concepto
            SET mb-pendiente TO TRUE
            MOVE 0 TO mb-tr-numero
            MOVE 0 TO mb-fecha-concilia
            WRITE movimiento-banco-rec
                INVALID KEY
                    DISPLAY "aviso: clave duplicada en "
                            "movimientos_banco.dat: " mb-id
                NOT INVALID KEY
                    ADD 1 TO ws-cargados
                    PERFORM anota-pendiente
            END-WRITE.

       siguiente-mb-id.
            OPEN INPUT movimientos-contador-file
            IF fs-mb-contador-ok
                READ movimientos-contador-file
                    NOT AT END
                        MOVE movimientos-contador-rec
                            TO ws-siguiente-mb-id
                END-READ
                CLOSE movimientos-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-mb-id
            END-IF
            ADD 1 TO ws-siguiente-mb-id
            OPEN OUTPUT movimientos-contador-file
            MOVE ws-siguiente-mb-id TO movimientos-contador-rec
            WRITE movimientos-contador-rec
            CLOSE movimientos-contador-file.

       calcula-ventana.
      * los apuntes candidatos van desde la ventana antes del
      * movimiento pendiente mas antiguo hasta la ventana despues del
      * mas reciente (o del propio extracto)
            MOVE ws-dias-extracto TO ws-dias-min
            MOVE ws-dias-extracto TO ws-dias-max
            PERFORM amplia-ventana
                VARYING ws-banco-idx FROM 1 BY 1
                UNTIL ws-banco-idx > ws-banco-count
            SUBTRACT ws-ventana-dias FROM ws-dias-min
            ADD ws-ventana-dias TO ws-dias-max.

       amplia-ventana.
            IF bk-dias(ws-banco-idx) < ws-dias-min
                MOVE bk-dias(ws-banco-idx) TO ws-dias-min
            END-IF
            IF bk-dias(ws-banco-idx) > ws-dias-max
                MOVE bk-dias(ws-banco-idx) TO ws-dias-max
            END-IF.

       lee-apuntes.
            MOVE 'N' TO ws-fin-apuntes-sw
            OPEN INPUT transaccion-maestro-file
            IF NOT fs-transaccion-ok
                DISPLAY "aviso: no se encontro transacciones.dat, no "
                        "hay apuntes contra los que conciliar"
            ELSE
                MOVE 0 TO tr-fecha
                START transaccion-maestro-file KEY IS
                        NOT LESS THAN tr-fecha
                    INVALID KEY
                        SET ws-fin-apuntes TO TRUE
                END-START
                PERFORM lee-apunte UNTIL ws-fin-apuntes
                CLOSE transaccion-maestro-file
            END-IF.

       lee-apunte.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-fin-apuntes TO TRUE
                NOT AT END
                    MOVE tr-fecha TO ws-fecha-calculo
                    PERFORM calcula-dias-fecha
                    IF ws-dias-fecha > ws-dias-max
                        SET ws-fin-apuntes TO TRUE
                    ELSE
                        IF ws-dias-fecha >= ws-dias-min
                            PERFORM anota-apunte
                        END-IF
                    END-IF
            END-READ.

       anota-apunte.
      * las patas de un traspaso entre sucursales no pasan por el
      * banco y no son candidatas
            MOVE tr-descripcion TO ws-descripcion-traspaso
            IF NOT ds-es-traspaso
                    OR ds-referencia IS NOT NUMERIC
                PERFORM anota-apunte-candidato
            END-IF.

       anota-apunte-candidato.
            MOVE 'N' TO ws-encontrado-sw
            PERFORM busca-casado
                VARYING ws-casados-idx FROM 1 BY 1
                UNTIL ws-casados-idx > ws-casados-count
                    OR ws-encontrado
            IF NOT ws-encontrado
                IF ws-apunte-count >= 2000
                    PERFORM avisa-tabla-llena
                ELSE
                    ADD 1 TO ws-apunte-count
                    MOVE ws-apunte-count TO ws-apunte-idx
                    MOVE tr-numero-transaccion
                        TO ap-numero(ws-apunte-idx)
                    MOVE tr-fecha TO ap-fecha(ws-apunte-idx)
                    MOVE ws-dias-fecha TO ap-dias(ws-apunte-idx)
                    MOVE tr-importe TO ap-importe(ws-apunte-idx)
                    MOVE tr-descripcion
                        TO ap-descripcion(ws-apunte-idx)
                    MOVE 'N' TO ap-casado-sw(ws-apunte-idx)
                END-IF
            END-IF.

       busca-casado.
            IF ws-casado-numero(ws-casados-idx) = tr-numero-transaccion
                SET ws-encontrado TO TRUE
            END-IF.

       casa-por-referencia.
      * solo los abonos: lo que el banco cobra no sale de un apunte
      * nuestro y se concilia a mano si hace falta
            IF bk-signo(ws-banco-idx) = '+'
                    AND bk-tipo(ws-banco-idx) = SPACE
                MOVE bk-referencia(ws-banco-idx)(1:8)
                    TO ws-ref-numero-x
                IF ws-ref-numero-x IS NUMERIC
                    MOVE 'N' TO ws-encontrado-sw
                    PERFORM prueba-referencia
                        VARYING ws-apunte-idx FROM 1 BY 1
                        UNTIL ws-apunte-idx > ws-apunte-count
                            OR ws-encontrado
                END-IF
            END-IF.

       prueba-referencia.
            IF ap-numero(ws-apunte-idx) = ws-ref-numero
                    AND NOT ap-casado(ws-apunte-idx)
                    AND ap-importe(ws-apunte-idx)
                        = bk-importe(ws-banco-idx)
                PERFORM calcula-distancia
                IF ws-dias-dif <= ws-ventana-dias
                    SET ws-encontrado TO TRUE
                    MOVE 'R' TO bk-tipo(ws-banco-idx)
                    MOVE ap-numero(ws-apunte-idx)
                        TO bk-tr-numero(ws-banco-idx)
                    SET ap-casado(ws-apunte-idx) TO TRUE
                    ADD 1 TO ws-por-referencia
                END-IF
            END-IF.

       calcula-distancia.
            COMPUTE ws-dias-dif =
                ap-dias(ws-apunte-idx) - bk-dias(ws-banco-idx)
            IF ws-dias-dif < 0
                COMPUTE ws-dias-dif = 0 - ws-dias-dif
            END-IF.

       casa-por-importe.
      * sin referencia que valga, se casa por importe y fecha solo
      * si hay un unico apunte posible; con varios se deja a mano
            IF bk-signo(ws-banco-idx) = '+'
                    AND bk-tipo(ws-banco-idx) = SPACE
                MOVE 0 TO ws-candidatos
                MOVE 0 TO ws-candidato-idx
                PERFORM prueba-importe
                    VARYING ws-apunte-idx FROM 1 BY 1
                    UNTIL ws-apunte-idx > ws-apunte-count
                EVALUATE TRUE
                    WHEN ws-candidatos = 1
                        MOVE 'I' TO bk-tipo(ws-banco-idx)
                        MOVE ap-numero(ws-candidato-idx)
                            TO bk-tr-numero(ws-banco-idx)
                        SET ap-casado(ws-candidato-idx) TO TRUE
                        ADD 1 TO ws-por-importe
                    WHEN ws-candidatos > 1
                        MOVE 'S' TO bk-varias-sw(ws-banco-idx)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       prueba-importe.
            IF NOT ap-casado(ws-apunte-idx)
                    AND ap-importe(ws-apunte-idx)
                        = bk-importe(ws-banco-idx)
                PERFORM calcula-distancia
                IF ws-dias-dif <= ws-ventana-dias
                    ADD 1 TO ws-candidatos
                    MOVE ws-apunte-idx TO ws-candidato-idx
                END-IF
            END-IF.

       graba-conciliaciones.
            OPEN I-O movimientos-file
            IF NOT fs-mb-ok
                DISPLAY "ERROR: no se pudo abrir movimientos_banco.dat,"
                        " estado " ws-mb-status
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN EXTEND conciliaciones-file
                IF fs-conciliaciones-fichero-no-existe
                    OPEN OUTPUT conciliaciones-file
                END-IF
                PERFORM graba-conciliacion
                    VARYING ws-banco-idx FROM 1 BY 1
                    UNTIL ws-banco-idx > ws-banco-count
                CLOSE conciliaciones-file
                CLOSE movimientos-file
            END-IF.

       graba-conciliacion.
            IF bk-tipo(ws-banco-idx) NOT = SPACE
                MOVE bk-id(ws-banco-idx) TO mb-id
                READ movimientos-file
                    INVALID KEY
                        DISPLAY "aviso: no se encontro el movimiento "
                                mb-id
                    NOT INVALID KEY
                        SET mb-conciliado TO TRUE
                        MOVE bk-tr-numero(ws-banco-idx) TO mb-tr-numero
                        MOVE bk-tipo(ws-banco-idx) TO mb-tipo
                        MOVE "AUTO" TO mb-operador
                        MOVE ws-fecha-hoy TO mb-fecha-concilia
                        REWRITE movimiento-banco-rec
                        ACCEPT cj-fecha FROM DATE YYYYMMDD
                        ACCEPT cj-hora FROM TIME
                        MOVE mb-id TO cj-mb-id
                        MOVE mb-tr-numero TO cj-tr-numero
                        MOVE mb-tipo TO cj-tipo
                        MOVE mb-importe TO cj-importe
                        MOVE mb-operador TO cj-operador
                        MOVE ws-conciliacion-linea
                            TO conciliaciones-rec
                        WRITE conciliaciones-rec
                END-READ
            END-IF.

       graba-informe.
            MOVE SPACES TO ws-nombre-informe
            STRING "conciliacion_banco_" ws-fecha-extracto ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-extracto TO lt-fecha
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec

            MOVE "CONCILIADOS DEL EXTRACTO" TO ws-seccion-linea
            MOVE ws-seccion-linea TO informe-rec
            WRITE informe-rec
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT movimientos-file
            IF fs-mb-ok
                PERFORM informe-conciliado UNTIL ws-eof
                CLOSE movimientos-file
            END-IF

            MOVE "EN EL BANCO SIN APUNTE" TO ws-seccion-linea
            MOVE ws-seccion-linea TO informe-rec
            WRITE informe-rec
            PERFORM informe-banco-pendiente
                VARYING ws-banco-idx FROM 1 BY 1
                UNTIL ws-banco-idx > ws-banco-count

            MOVE "APUNTES SIN MOVIMIENTO DEL BANCO" TO ws-seccion-linea
            MOVE ws-seccion-linea TO informe-rec
            WRITE informe-rec
            PERFORM informe-apunte-pendiente
                VARYING ws-apunte-idx FROM 1 BY 1
                UNTIL ws-apunte-idx > ws-apunte-count

            MOVE ws-por-referencia TO lx-referencia
            MOVE ws-por-importe TO lx-importe
            MOVE ws-pendientes-banco TO lx-banco
            MOVE ws-apuntes-sin-banco TO lx-apuntes
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file.

       informe-conciliado.
            READ movimientos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF mb-extracto = ws-fecha-extracto
                            AND mb-conciliado
                        ADD 1 TO ws-conciliados-extracto
                        MOVE mb-id TO lc-mb-id
                        MOVE mb-fecha TO lc-fecha
                        MOVE mb-signo TO lc-signo
                        MOVE mb-importe TO lc-importe
                        MOVE mb-referencia TO lc-referencia
                        MOVE mb-tr-numero TO lc-tr-numero
                        EVALUATE TRUE
                            WHEN mb-por-referencia
                                MOVE "referencia" TO lc-tipo
                            WHEN mb-por-importe
                                MOVE "importe" TO lc-tipo
                            WHEN OTHER
                                MOVE "manual" TO lc-tipo
                        END-EVALUATE
                        MOVE mb-operador TO lc-operador
                        MOVE ws-linea-conciliado TO informe-rec
                        WRITE informe-rec
                    END-IF
            END-READ.

       informe-banco-pendiente.
            IF bk-tipo(ws-banco-idx) = SPACE
                ADD 1 TO ws-pendientes-banco
                MOVE bk-id(ws-banco-idx) TO lb-mb-id
                MOVE bk-fecha(ws-banco-idx) TO lb-fecha
                MOVE bk-signo(ws-banco-idx) TO lb-signo
                MOVE bk-importe(ws-banco-idx) TO lb-importe
                MOVE bk-referencia(ws-banco-idx) TO lb-referencia
                MOVE bk-concepto(ws-banco-idx) TO lb-concepto
                IF bk-varias-sw(ws-banco-idx) = 'S'
                    MOVE "varias candidatas" TO lb-aviso
                ELSE
                    MOVE SPACES TO lb-aviso
                END-IF
                MOVE ws-linea-banco TO informe-rec
                WRITE informe-rec
            END-IF.

       informe-apunte-pendiente.
      * de los apuntes sin conciliar salen los de la ventana del
      * extracto hasta su fecha; los posteriores aun pueden llegar
      * en el extracto de manana
            IF NOT ap-casado(ws-apunte-idx)
                    AND ap-fecha(ws-apunte-idx) <= ws-fecha-extracto
                ADD 1 TO ws-apuntes-sin-banco
                MOVE ap-numero(ws-apunte-idx) TO la-numero
                MOVE ap-fecha(ws-apunte-idx) TO la-fecha
                MOVE ap-importe(ws-apunte-idx) TO la-importe
                MOVE ap-descripcion(ws-apunte-idx) TO la-descripcion
                MOVE ws-linea-apunte TO informe-rec
                WRITE informe-rec
            END-IF.

       END PROGRAM rutinas_122.
