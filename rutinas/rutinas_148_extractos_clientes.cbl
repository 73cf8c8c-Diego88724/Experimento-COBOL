      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: month-end customer statements and reminder
      *     letters. For the period keyed (AAAAMM, blank = last
      *     month, the 'P' entry of programacion_jobs.dat) every
      *     customer in clientes.dat with movements or something
      *     owed gets a statement in extractos_clientes.log,
      *     addressed with the postal address and contact of
      *     cliente.cpy: the opening balance, the invoices and
      *     credit notes of facturas.dat and the payments of
      *     cobros.dat from the first day of the period to the run
      *     date, and the closing balance spread by age of the open
      *     items of partidas_abiertas.dat (current, 30, 60 and 90+ days
      *     past their due date, the rutinas_78 bands), less any
      *     payment on account not yet applied. The opening balance
      *     is worked back from the closing one, so the statement
      *     always adds up to the ledger.
      *     A customer with an item 30, 60 or 90 days past due gets
      *     a first, second or final reminder letter in
      *     cartas_reclamacion.log, listing the overdue items; each
      *     letter is logged to reclamaciones.log
      *     (reclamacion.cpy) so the next run sends the next letter
      *     up instead of the same one, a rerun of the same period
      *     sends nothing twice, a customer past the final letter is
      *     flagged for collection instead, and a customer who has
      *     caught up starts again from the first letter.
      *     The movements are sorted by customer (no table limit)
      *     and read with two cursors as in rutinas_23; the run ends
      *     with the usual control line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_148.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT partidas-file ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pa-clave
               FILE STATUS IS ws-pa-status.
           SELECT facturas-file ASSIGN TO "facturas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-facturas-status.
           SELECT cobros-file ASSIGN TO "cobros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cobros-status.
           SELECT reclamaciones-file ASSIGN TO "reclamaciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reclamaciones-status.
           SELECT extractos-file ASSIGN TO "extractos_clientes.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extractos-status.
           SELECT cartas-file ASSIGN TO "cartas_reclamacion.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cartas-status.
           SELECT orden-file ASSIGN TO "SORTWK1".
           SELECT trabajo-file ASSIGN TO "extractos_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trabajo-status.
           SELECT cuenta-file ASSIGN TO "extractos_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cuenta-status.
           SELECT detalle-file ASSIGN TO "extractos_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-detalle-status.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes-file.
       COPY cliente.

       FD  partidas-file.
       COPY partida_abierta.

       FD  facturas-file.
       01  facturas-rec pic x(150).

       FD  cobros-file.
       01  cobros-rec pic x(60).

       FD  reclamaciones-file.
       01  reclamaciones-rec pic x(40).

       FD  extractos-file.
       01  extractos-rec pic x(80).

       FD  cartas-file.
       01  cartas-rec pic x(80).

      * or-tipo: 'F' factura (cargo), 'A' abono y 'C' cobro (abonos
      * del extracto), 'R' carta de reclamacion ya enviada
       SD  orden-file.
       01  orden-rec.
           05 or-cliente    pic x(6).
           05 or-fecha      pic 9(8).
           05 or-tipo       pic x(1).
           05 or-documento  pic 9(8).
           05 or-referencia pic 9(8).
           05 or-nivel      pic 9(1).
           05 or-importe    pic 9(9)v99.
           05 or-ventana-sw pic x(1).

       FD  trabajo-file.
       01  trabajo-rec pic x(44).

       FD  cuenta-file.
       01  cuenta-rec.
           05 ct-cliente    pic x(6).
           05 ct-fecha      pic 9(8).
           05 ct-tipo       pic x(1).
               88 ct-factura     value 'F'.
               88 ct-abono       value 'A'.
               88 ct-cobro       value 'C'.
               88 ct-reclamacion value 'R'.
           05 ct-documento  pic 9(8).
           05 ct-referencia pic 9(8).
           05 ct-nivel      pic 9(1).
           05 ct-importe    pic 9(9)v99.
           05 ct-ventana-sw pic x(1).
               88 ct-en-ventana value 'S'.

       FD  detalle-file.
       01  detalle-rec.
           05 de-cliente    pic x(6).
           05 de-fecha      pic 9(8).
           05 de-tipo       pic x(1).
               88 de-factura     value 'F'.
               88 de-abono       value 'A'.
               88 de-cobro       value 'C'.
           05 de-documento  pic 9(8).
           05 de-referencia pic 9(8).
           05 de-nivel      pic 9(1).
           05 de-importe    pic 9(9)v99.
           05 de-ventana-sw pic x(1).
               88 de-en-ventana value 'S'.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pa-status==
                              ==:FS-PREFIJO:== BY ==fs-pa==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-facturas-status==
                              ==:FS-PREFIJO:== BY ==fs-facturas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cobros-status==
                              ==:FS-PREFIJO:== BY ==fs-cobros==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-reclamaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-reclamaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-extractos-status==
                              ==:FS-PREFIJO:== BY ==fs-extractos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cartas-status==
                              ==:FS-PREFIJO:== BY ==fs-cartas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-trabajo-status==
                              ==:FS-PREFIJO:== BY ==fs-trabajo==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cuenta-status==
                              ==:FS-PREFIJO:== BY ==fs-cuenta==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-detalle-status==
                              ==:FS-PREFIJO:== BY ==fs-detalle==.
       COPY factura.
       COPY cobro.
       COPY reclamacion.
       01 ws-facturas-eof-sw pic x value 'N'.
           88 ws-facturas-eof value 'Y'.
       01 ws-cobros-eof-sw pic x value 'N'.
           88 ws-cobros-eof value 'Y'.
       01 ws-reclamaciones-eof-sw pic x value 'N'.
           88 ws-reclamaciones-eof value 'Y'.
       01 ws-clientes-eof-sw pic x value 'N'.
           88 ws-clientes-eof value 'Y'.
       01 ws-partidas-eof-sw pic x value 'N'.
           88 ws-partidas-eof value 'Y'.
       01 ws-cuenta-eof-sw pic x value 'N'.
           88 ws-cuenta-eof value 'Y'.
       01 ws-detalle-eof-sw pic x value 'N'.
           88 ws-detalle-eof value 'Y'.
       01 ws-partidas-abierto-sw pic x value 'N'.
           88 ws-partidas-abierto value 'Y'.

       01 ws-periodo-entrada pic x(6).
       01 ws-periodo-entrada-num redefines ws-periodo-entrada
           pic 9(6).
       01 ws-periodo pic 9(6).
       01 ws-periodo-r redefines ws-periodo.
           05 pe-aaaa pic 9(4).
           05 pe-mm   pic 9(2).
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-hoy-r redefines ws-fecha-hoy.
           05 fh-hoy-aaaa pic 9(4).
           05 fh-hoy-mm   pic 9(2).
           05 fh-hoy-dd   pic 9(2).
       01 ws-fecha-desde pic 9(8).
       01 ws-fecha-calculo pic 9(8).
       01 ws-fecha-calculo-r redefines ws-fecha-calculo.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dias-hoy pic 9(7).
       01 ws-dias-calculo pic 9(7).
       01 ws-dias-vencida pic s9(7).
       01 ws-tramo pic 9(1).
       01 ws-tramo-idx pic 9(1).

      * importes del cliente en curso
       01 ws-cliente-tramos.
           05 ws-cliente-tramo occurs 4 times pic 9(9)v99.
       01 ws-tramo-maximo pic 9(1).
       01 ws-pendiente-cliente pic 9(9)v99.
       01 ws-vencido-cliente pic 9(9)v99.
       01 ws-cargos-cliente pic 9(9)v99.
       01 ws-abonos-cliente pic 9(9)v99.
       01 ws-a-cuenta-cliente pic 9(9)v99.
       01 ws-saldo-final pic s9(9)v99.
       01 ws-saldo-anterior pic s9(9)v99.
       01 ws-movimientos-cliente pic 9(5).
       01 ws-ultimo-nivel pic 9(1).
       01 ws-ultimo-periodo pic 9(6).
       01 ws-nivel-requerido pic 9(1).
       01 ws-nivel-carta pic 9(1).

      * cuadre y resumen de la ejecucion
       01 ws-mov-leidos pic 9(7) value 0.
       01 ws-mov-omitidos pic 9(7) value 0.
       01 ws-mov-informe pic 9(7) value 0.
       01 ws-seleccionados pic 9(7) value 0.
       01 ws-devueltos pic 9(7) value 0.
       01 ws-extractos pic 9(5) value 0.
       01 ws-sin-direccion pic 9(5) value 0.
       01 ws-cartas-nivel occurs 3 times pic 9(5) value 0.
       01 ws-ya-reclamados pic 9(5) value 0.
       01 ws-recobro pic 9(5) value 0.
       01 ws-al-corriente pic 9(5) value 0.

       01 ws-linea-separador pic x(80) value all "-".
       01 ws-linea-fin-carta pic x(80) value all "=".
       01 ws-cabecera-extracto.
           05 filler pic x(30) value "EXTRACTO DE CUENTA - PERIODO ".
           05 ce-periodo pic 9(6).
           05 filler pic x(18) value spaces.
           05 filler pic x(7) value "FECHA ".
           05 ce-fecha pic 9(8).
       01 ws-linea-cliente.
           05 filler pic x(8) value "CLIENTE ".
           05 lc-codigo pic x(6).
           05 filler pic x(1) value space.
           05 lc-nombre pic x(20).
       01 ws-linea-contacto.
           05 filler pic x(5) value "A/A: ".
           05 lct-contacto pic x(20).
       01 ws-linea-poblacion.
           05 lpo-cod-postal pic x(5).
           05 filler pic x(1) value space.
           05 lpo-poblacion pic x(15).
       01 ws-linea-ventana.
           05 filler pic x(16) value "MOVIMIENTOS DEL ".
           05 lv-desde pic 9(8).
           05 filler pic x(4) value " AL ".
           05 lv-hasta pic 9(8).
       01 ws-titulos-extracto.
           05 filler pic x(36) value
               "FECHA    CONCEPTO          DOCUMENTO".
           05 filler pic x(28) value
               "       CARGO         ABONO".
       01 ws-linea-saldo.
           05 ls-concepto pic x(36).
           05 ls-importe pic z(8)9.99-.
       01 ws-linea-movimiento.
           05 lm-fecha pic 9(8).
           05 filler pic x(1) value space.
           05 lm-concepto pic x(18).
           05 lm-documento pic 9(8).
           05 filler pic x(1) value space.
           05 lm-cargo pic z(8)9.99 blank when zero.
           05 filler pic x(1) value space.
           05 lm-abono pic z(8)9.99 blank when zero.
       01 ws-linea-totales.
           05 filler pic x(36) value "TOTALES DEL PERIODO".
           05 lt-cargos pic z(8)9.99.
           05 filler pic x(1) value space.
           05 lt-abonos pic z(8)9.99.
       01 ws-titulos-tramos.
           05 filler pic x(10) value "ANTIGUEDAD".
           05 filler pic x(13) value "    CORRIENTE".
           05 filler pic x(13) value "      30 DIAS".
           05 filler pic x(13) value "      60 DIAS".
           05 filler pic x(13) value "     90+ DIAS".
       01 ws-linea-tramos.
           05 filler pic x(10) value spaces.
           05 ltr-importes occurs 4 times.
               10 ltr-importe pic z(9)9.99.
       01 ws-linea-resumen.
           05 filler pic x(11) value "EXTRACTOS: ".
           05 lr-extractos pic zzzz9.
           05 filler pic x(16) value " SIN DIRECCION: ".
           05 lr-sin-direccion pic zzzz9.
           05 filler pic x(9) value " CARTAS: ".
           05 lr-cartas occurs 3 times.
               10 lr-cartas-nivel pic zzzz9.
               10 filler pic x(1) value space.
           05 filler pic x(10) value " RECOBRO: ".
           05 lr-recobro pic zzzz9.
       01 ws-linea-control.
           05 lc-fichero     pic x(11) value "MOVIMIENTOS".
           05 filler         pic x(7) value "LEIDOS ".
           05 lc-leidos      pic z(6)9.
           05 filler         pic x(11) value "  OMITIDOS ".
           05 lc-omitidos    pic z(6)9.
           05 filler         pic x(13) value "  EN INFORME ".
           05 lc-informe     pic z(6)9.
           05 filler         pic x(2) value space.
           05 lc-estado      pic x(5).

      * cartas de reclamacion: asunto y texto de cada nivel
       01 ws-asuntos-valores.
           05 filler pic x(40)
               value "ASUNTO: PRIMER AVISO DE PAGO".
           05 filler pic x(40)
               value "ASUNTO: SEGUNDO AVISO DE PAGO".
           05 filler pic x(40)
               value "ASUNTO: AVISO FINAL ANTES DE RECLAMACION".
       01 ws-asuntos redefines ws-asuntos-valores.
           05 ws-asunto occurs 3 times pic x(40).
       01 ws-textos-valores.
           05 filler pic x(60) value
               "Le recordamos que las partidas siguientes han vencido".
           05 filler pic x(60) value
               "y siguen pendientes. Le rogamos que las regularice.".
           05 filler pic x(60) value
               "Pese a nuestro aviso anterior, las partidas siguientes".
           05 filler pic x(60) value
               "siguen pendientes. Le rogamos su pago en 15 dias.".
           05 filler pic x(60) value
               "De no recibir en 10 dias el pago de las partidas".
           05 filler pic x(60) value
               "siguientes, la deuda pasara a reclamacion.".
       01 ws-textos redefines ws-textos-valores.
           05 ws-texto-nivel occurs 3 times.
               10 ws-texto-linea occurs 2 times pic x(60).
       01 ws-linea-fecha-carta.
           05 filler pic x(7) value "FECHA: ".
           05 lfc-fecha pic 9(8).
           05 filler pic x(14) value "     CLIENTE: ".
           05 lfc-cliente pic x(6).
       01 ws-linea-vencida.
           05 filler pic x(8) value "FACTURA ".
           05 lvc-factura pic 9(8).
           05 filler pic x(7) value " PLAZO ".
           05 lvc-plazo pic 9(2).
           05 filler pic x(8) value " VENCIO ".
           05 lvc-vencimiento pic 9(8).
           05 filler pic x(6) value " DIAS ".
           05 lvc-dias pic zzzz9.
           05 filler pic x(1) value space.
           05 lvc-pendiente pic z(8)9.99.
       01 ws-linea-total-vencido.
           05 filler pic x(51) value "TOTAL VENCIDO".
           05 ltv-importe pic z(8)9.99.
       01 ws-linea-pie-carta pic x(80) value
           "Si ya ha efectuado el pago, no tenga en cuenta esta carta.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            DISPLAY "periodo del extracto (AAAAMM, en blanco = "
                    "mes anterior): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada = SPACES
                MOVE fh-hoy-aaaa TO pe-aaaa
                MOVE fh-hoy-mm TO pe-mm
                IF pe-mm = 1
                    MOVE 12 TO pe-mm
                    SUBTRACT 1 FROM pe-aaaa
                ELSE
                    SUBTRACT 1 FROM pe-mm
                END-IF
            ELSE
                IF ws-periodo-entrada NOT NUMERIC
                    DISPLAY "ERROR: periodo no valido"
                    MOVE 8 TO RETURN-CODE
                    GO TO fin-programa
                END-IF
                MOVE ws-periodo-entrada-num TO ws-periodo
                IF pe-mm < 1 OR pe-mm > 12
                        OR ws-periodo > ws-fecha-hoy(1:6)
                    DISPLAY "ERROR: periodo no valido"
                    MOVE 8 TO RETURN-CODE
                    GO TO fin-programa
                END-IF
            END-IF
            COMPUTE ws-fecha-desde = ws-periodo * 100 + 1

            OPEN INPUT clientes-file
            IF NOT fs-cl-ok
                DISPLAY "aviso: no se encontro clientes.dat, no se "
                        "generan extractos"
                GO TO fin-programa
            END-IF
            OPEN INPUT partidas-file
            IF fs-pa-ok
                SET ws-partidas-abierto TO TRUE
            END-IF
            MOVE ws-fecha-hoy TO ws-fecha-calculo
            PERFORM calcula-dias
            MOVE ws-dias-calculo TO ws-dias-hoy

            SORT orden-file
                ON ASCENDING KEY or-cliente or-fecha or-tipo
                                 or-documento
                INPUT PROCEDURE IS carga-movimientos
                GIVING trabajo-file

            OPEN INPUT cuenta-file
            OPEN INPUT detalle-file
            OPEN OUTPUT extractos-file
            OPEN OUTPUT cartas-file
            OPEN EXTEND reclamaciones-file
            IF fs-reclamaciones-fichero-no-existe
                OPEN OUTPUT reclamaciones-file
            END-IF
            PERFORM lee-cuenta
            PERFORM lee-detalle
            MOVE LOW-VALUES TO cl-codigo
            START clientes-file KEY IS NOT LESS THAN cl-codigo
                INVALID KEY
                    SET ws-clientes-eof TO TRUE
            END-START
            PERFORM procesa-cliente UNTIL ws-clientes-eof
      * lo que queda son movimientos de clientes que ya no estan en
      * el maestro
            PERFORM salta-cuenta UNTIL ws-cuenta-eof

            MOVE ws-extractos TO lr-extractos
            MOVE ws-sin-direccion TO lr-sin-direccion
            MOVE ws-cartas-nivel(1) TO lr-cartas-nivel(1)
            MOVE ws-cartas-nivel(2) TO lr-cartas-nivel(2)
            MOVE ws-cartas-nivel(3) TO lr-cartas-nivel(3)
            MOVE ws-recobro TO lr-recobro
            MOVE ws-linea-resumen TO extractos-rec
            WRITE extractos-rec
            PERFORM graba-linea-control
            CLOSE cuenta-file
            CLOSE detalle-file
            CLOSE extractos-file
            CLOSE cartas-file
            CLOSE reclamaciones-file
            CLOSE clientes-file
            IF ws-partidas-abierto
                CLOSE partidas-file
            END-IF

            DISPLAY "extractos generados en extractos_clientes.log: "
                    ws-extractos
            DISPLAY "cartas de reclamacion (1.er, 2.o, final): "
                    ws-cartas-nivel(1) " " ws-cartas-nivel(2) " "
                    ws-cartas-nivel(3)
            IF ws-ya-reclamados > 0
                DISPLAY "aviso: " ws-ya-reclamados " clientes ya "
                        "reclamados en el periodo, no se repite"
            END-IF
            IF ws-recobro > 0
                DISPLAY "aviso: " ws-recobro " clientes con aviso "
                        "final ya enviado, pasar a recobro"
            END-IF
            IF ws-sin-direccion > 0
                DISPLAY "aviso: " ws-sin-direccion " clientes sin "
                        "direccion postal en clientes.dat"
            END-IF.

       fin-programa.
            STOP RUN.

       carga-movimientos.
      * entrada de la ordenacion: cabeceras de facturas y abonos y
      * cobros desde el primer dia del periodo, los cobros a cuenta
      * de cualquier fecha (siguen restando del saldo mientras no se
      * apliquen) y las cartas ya enviadas
            OPEN INPUT facturas-file
            IF fs-facturas-ok
                PERFORM carga-factura UNTIL ws-facturas-eof
                CLOSE facturas-file
            END-IF
            OPEN INPUT cobros-file
            IF fs-cobros-ok
                PERFORM carga-cobro UNTIL ws-cobros-eof
                CLOSE cobros-file
            END-IF
            OPEN INPUT reclamaciones-file
            IF fs-reclamaciones-ok
                PERFORM carga-reclamacion UNTIL ws-reclamaciones-eof
                CLOSE reclamaciones-file
            END-IF.

       carga-factura.
            READ facturas-file
                AT END
                    SET ws-facturas-eof TO TRUE
                NOT AT END
                    MOVE facturas-rec TO ws-fact-linea
                    IF fa-cabecera
                        ADD 1 TO ws-mov-leidos
                        IF fh-cliente NOT = SPACES
                                AND fh-fecha >= ws-fecha-desde
                                AND fh-fecha <= ws-fecha-hoy
                            MOVE fh-cliente TO or-cliente
                            MOVE fh-fecha TO or-fecha
                            MOVE fa-clase TO or-tipo
                            MOVE fa-numero TO or-documento
                            IF fa-factura
                                MOVE fh-transaccion TO or-referencia
                            ELSE
                                MOVE fh-factura-origen
                                    TO or-referencia
                            END-IF
                            MOVE 0 TO or-nivel
                            MOVE fh-total TO or-importe
                            MOVE 'S' TO or-ventana-sw
                            RELEASE orden-rec
                            ADD 1 TO ws-seleccionados
                        ELSE
                            ADD 1 TO ws-mov-omitidos
                        END-IF
                    END-IF
            END-READ.

       carga-cobro.
            READ cobros-file
                AT END
                    SET ws-cobros-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-mov-leidos
                    MOVE cobros-rec TO ws-cobro-linea
                    MOVE co-cliente TO or-cliente
                    MOVE co-fecha TO or-fecha
                    MOVE 'C' TO or-tipo
                    MOVE co-id TO or-documento
                    MOVE co-numero TO or-referencia
                    MOVE 0 TO or-nivel
                    MOVE co-importe TO or-importe
                    IF co-fecha >= ws-fecha-desde
                            AND co-fecha <= ws-fecha-hoy
                        MOVE 'S' TO or-ventana-sw
                        RELEASE orden-rec
                        ADD 1 TO ws-seleccionados
                    ELSE
                        IF co-numero = 0 AND co-fecha < ws-fecha-desde
                            MOVE 'N' TO or-ventana-sw
                            RELEASE orden-rec
                            ADD 1 TO ws-seleccionados
                        ELSE
                            ADD 1 TO ws-mov-omitidos
                        END-IF
                    END-IF
            END-READ.

       carga-reclamacion.
            READ reclamaciones-file
                AT END
                    SET ws-reclamaciones-eof TO TRUE
                NOT AT END
                    MOVE reclamaciones-rec TO ws-reclamacion-linea
                    MOVE rc-cliente TO or-cliente
                    MOVE rc-fecha TO or-fecha
                    MOVE 'R' TO or-tipo
                    MOVE 0 TO or-documento
                    MOVE rc-periodo TO or-referencia
                    MOVE rc-nivel TO or-nivel
                    MOVE rc-vencido TO or-importe
                    MOVE 'N' TO or-ventana-sw
                    RELEASE orden-rec
                    ADD 1 TO ws-seleccionados
            END-READ.

       lee-cuenta.
            READ cuenta-file
                AT END
                    SET ws-cuenta-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-devueltos
            END-READ.

       lee-detalle.
            READ detalle-file
                AT END
                    SET ws-detalle-eof TO TRUE
            END-READ.

       salta-cuenta.
      * movimiento de un cliente que no esta en clientes.dat
            IF NOT ct-reclamacion
                ADD 1 TO ws-mov-omitidos
            END-IF
            PERFORM lee-cuenta.

       procesa-cliente.
            READ clientes-file NEXT RECORD
                AT END
                    SET ws-clientes-eof TO TRUE
                NOT AT END
                    PERFORM trata-cliente
            END-READ.

       trata-cliente.
            PERFORM salta-cuenta
                UNTIL ws-cuenta-eof OR ct-cliente >= cl-codigo
            PERFORM lee-detalle
                UNTIL ws-detalle-eof OR de-cliente >= cl-codigo
            MOVE 0 TO ws-cliente-tramo(1) ws-cliente-tramo(2)
                      ws-cliente-tramo(3) ws-cliente-tramo(4)
            MOVE 1 TO ws-tramo-maximo
            MOVE 0 TO ws-pendiente-cliente ws-vencido-cliente
                      ws-cargos-cliente ws-abonos-cliente
                      ws-a-cuenta-cliente ws-movimientos-cliente
                      ws-ultimo-nivel ws-ultimo-periodo
            PERFORM suma-partidas-cliente
            PERFORM suma-movimiento
                UNTIL ws-cuenta-eof OR ct-cliente NOT = cl-codigo
            COMPUTE ws-saldo-final =
                ws-pendiente-cliente - ws-a-cuenta-cliente
            COMPUTE ws-saldo-anterior = ws-saldo-final
                - ws-cargos-cliente + ws-abonos-cliente
            IF ws-movimientos-cliente > 0
                    OR ws-pendiente-cliente > 0
                    OR ws-a-cuenta-cliente > 0
                PERFORM graba-extracto
            ELSE
                PERFORM lee-detalle
                    UNTIL ws-detalle-eof OR de-cliente NOT = cl-codigo
            END-IF
            PERFORM decide-reclamacion.

       suma-partidas-cliente.
            MOVE 'N' TO ws-partidas-eof-sw
            IF ws-partidas-abierto
                MOVE cl-codigo TO pa-cliente
                MOVE 0 TO pa-numero
                MOVE 0 TO pa-plazo
                START partidas-file KEY IS NOT LESS THAN pa-clave
                    INVALID KEY
                        SET ws-partidas-eof TO TRUE
                END-START
                PERFORM suma-partida UNTIL ws-partidas-eof
            END-IF.

       suma-partida.
            READ partidas-file NEXT RECORD
                AT END
                    SET ws-partidas-eof TO TRUE
                NOT AT END
                    IF pa-cliente NOT = cl-codigo
                        SET ws-partidas-eof TO TRUE
                    ELSE
                        IF pa-abierta AND pa-pendiente > 0
                            PERFORM acumula-partida
                        END-IF
                    END-IF
            END-READ.

       acumula-partida.
            PERFORM calcula-dias-vencida
            EVALUATE TRUE
                WHEN ws-dias-vencida < 30
                    MOVE 1 TO ws-tramo
                WHEN ws-dias-vencida < 60
                    MOVE 2 TO ws-tramo
                WHEN ws-dias-vencida < 90
                    MOVE 3 TO ws-tramo
                WHEN OTHER
                    MOVE 4 TO ws-tramo
            END-EVALUATE
            IF ws-tramo > ws-tramo-maximo
                MOVE ws-tramo TO ws-tramo-maximo
            END-IF
            ADD pa-pendiente TO ws-cliente-tramo(ws-tramo)
            ADD pa-pendiente TO ws-pendiente-cliente
            IF ws-dias-vencida > 0
                ADD pa-pendiente TO ws-vencido-cliente
            END-IF.

       calcula-dias-vencida.
      * dias desde el vencimiento de la partida, con el calendario
      * comercial de rutinas_78; un plazo que aun no vence da
      * negativo
            IF pa-vencimiento IS NUMERIC AND pa-vencimiento > 0
                MOVE pa-vencimiento TO ws-fecha-calculo
            ELSE
                MOVE pa-fecha TO ws-fecha-calculo
            END-IF
            PERFORM calcula-dias
            COMPUTE ws-dias-vencida = ws-dias-hoy - ws-dias-calculo.

       calcula-dias.
            COMPUTE ws-dias-calculo =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       suma-movimiento.
            EVALUATE TRUE
                WHEN ct-reclamacion
                    MOVE ct-nivel TO ws-ultimo-nivel
                    MOVE ct-referencia TO ws-ultimo-periodo
                WHEN ct-factura
                    ADD ct-importe TO ws-cargos-cliente
                    ADD 1 TO ws-movimientos-cliente
                WHEN ct-abono
                    ADD ct-importe TO ws-abonos-cliente
                    ADD 1 TO ws-movimientos-cliente
                WHEN ct-cobro
                    IF ct-referencia = 0
                        ADD ct-importe TO ws-a-cuenta-cliente
                    END-IF
                    IF ct-en-ventana
                        ADD ct-importe TO ws-abonos-cliente
                        ADD 1 TO ws-movimientos-cliente
                    ELSE
                        ADD 1 TO ws-mov-informe
                    END-IF
            END-EVALUATE
            PERFORM lee-cuenta.

       graba-extracto.
            ADD 1 TO ws-extractos
            MOVE ws-periodo TO ce-periodo
            MOVE ws-fecha-hoy TO ce-fecha
            MOVE ws-cabecera-extracto TO extractos-rec
            WRITE extractos-rec
            MOVE cl-codigo TO lc-codigo
            MOVE cl-nombre TO lc-nombre
            MOVE ws-linea-cliente TO extractos-rec
            WRITE extractos-rec
            IF cl-direccion = SPACES
                ADD 1 TO ws-sin-direccion
                MOVE "(sin direccion postal en clientes.dat)"
                    TO extractos-rec
                WRITE extractos-rec
            ELSE
                IF cl-contacto NOT = SPACES
                    MOVE cl-contacto TO lct-contacto
                    MOVE ws-linea-contacto TO extractos-rec
                    WRITE extractos-rec
                END-IF
                MOVE cl-direccion TO extractos-rec
                WRITE extractos-rec
                MOVE cl-cod-postal TO lpo-cod-postal
                MOVE cl-poblacion TO lpo-poblacion
                MOVE ws-linea-poblacion TO extractos-rec
                WRITE extractos-rec
            END-IF
            MOVE ws-fecha-desde TO lv-desde
            MOVE ws-fecha-hoy TO lv-hasta
            MOVE ws-linea-ventana TO extractos-rec
            WRITE extractos-rec
            MOVE ws-titulos-extracto TO extractos-rec
            WRITE extractos-rec
            MOVE "SALDO ANTERIOR" TO ls-concepto
            MOVE ws-saldo-anterior TO ls-importe
            MOVE ws-linea-saldo TO extractos-rec
            WRITE extractos-rec
            PERFORM graba-movimiento
                UNTIL ws-detalle-eof OR de-cliente NOT = cl-codigo
            MOVE ws-cargos-cliente TO lt-cargos
            MOVE ws-abonos-cliente TO lt-abonos
            MOVE ws-linea-totales TO extractos-rec
            WRITE extractos-rec
            IF ws-a-cuenta-cliente > 0
                MOVE "COBROS A CUENTA SIN APLICAR" TO ls-concepto
                COMPUTE ls-importe = 0 - ws-a-cuenta-cliente
                MOVE ws-linea-saldo TO extractos-rec
                WRITE extractos-rec
            END-IF
            MOVE "SALDO FINAL" TO ls-concepto
            MOVE ws-saldo-final TO ls-importe
            MOVE ws-linea-saldo TO extractos-rec
            WRITE extractos-rec
            MOVE ws-titulos-tramos TO extractos-rec
            WRITE extractos-rec
            PERFORM mueve-tramo
                VARYING ws-tramo-idx FROM 1 BY 1
                UNTIL ws-tramo-idx > 4
            MOVE ws-linea-tramos TO extractos-rec
            WRITE extractos-rec
            MOVE ws-linea-separador TO extractos-rec
            WRITE extractos-rec.

       mueve-tramo.
            MOVE ws-cliente-tramo(ws-tramo-idx)
                TO ltr-importe(ws-tramo-idx).

       graba-movimiento.
      * las cartas y los cobros a cuenta anteriores al periodo
      * cuentan en el saldo pero no son lineas del extracto
            IF de-en-ventana
                MOVE de-fecha TO lm-fecha
                MOVE de-documento TO lm-documento
                MOVE 0 TO lm-cargo
                MOVE 0 TO lm-abono
                EVALUATE TRUE
                    WHEN de-factura
                        MOVE "FACTURA" TO lm-concepto
                        MOVE de-importe TO lm-cargo
                    WHEN de-abono
                        MOVE "ABONO" TO lm-concepto
                        MOVE de-importe TO lm-abono
                    WHEN de-cobro AND de-referencia = 0
                        MOVE "COBRO A CUENTA" TO lm-concepto
                        MOVE de-importe TO lm-abono
                    WHEN OTHER
                        MOVE "COBRO" TO lm-concepto
                        MOVE de-importe TO lm-abono
                END-EVALUATE
                MOVE ws-linea-movimiento TO extractos-rec
                WRITE extractos-rec
                ADD 1 TO ws-mov-informe
            END-IF
            PERFORM lee-detalle.

       decide-reclamacion.
      * el nivel que pide la deuda es el del tramo de la partida mas
      * vencida: 30 dias primer aviso, 60 segundo, 90 aviso final.
      * Un cliente ya reclamado recibe el aviso siguiente al ultimo
      * enviado, nunca el mismo, y nada dos veces en un periodo
            COMPUTE ws-nivel-requerido = ws-tramo-maximo - 1
            EVALUATE TRUE
                WHEN ws-nivel-requerido = 0
                    IF ws-ultimo-nivel > 0
                        MOVE 0 TO ws-nivel-carta
                        PERFORM graba-reclamacion
                        ADD 1 TO ws-al-corriente
                    END-IF
                WHEN ws-ultimo-nivel > 0
                        AND ws-ultimo-periodo = ws-periodo
                    ADD 1 TO ws-ya-reclamados
                WHEN ws-ultimo-nivel = 3
                    ADD 1 TO ws-recobro
                    DISPLAY "aviso: el cliente " cl-codigo
                            " ya recibio el aviso final, pasar a "
                            "recobro"
                WHEN OTHER
                    COMPUTE ws-nivel-carta = ws-ultimo-nivel + 1
                    IF ws-nivel-carta < ws-nivel-requerido
                        MOVE ws-nivel-requerido TO ws-nivel-carta
                    END-IF
                    PERFORM graba-carta
                    PERFORM graba-reclamacion
                    ADD 1 TO ws-cartas-nivel(ws-nivel-carta)
            END-EVALUATE.

       graba-reclamacion.
            MOVE SPACES TO ws-reclamacion-linea
            MOVE cl-codigo TO rc-cliente
            MOVE ws-fecha-hoy TO rc-fecha
            MOVE ws-periodo TO rc-periodo
            MOVE ws-nivel-carta TO rc-nivel
            MOVE ws-vencido-cliente TO rc-vencido
            MOVE ws-reclamacion-linea TO reclamaciones-rec
            WRITE reclamaciones-rec.

       graba-carta.
            MOVE cl-nombre TO cartas-rec
            WRITE cartas-rec
            IF cl-contacto NOT = SPACES
                MOVE cl-contacto TO lct-contacto
                MOVE ws-linea-contacto TO cartas-rec
                WRITE cartas-rec
            END-IF
            MOVE cl-direccion TO cartas-rec
            WRITE cartas-rec
            MOVE cl-cod-postal TO lpo-cod-postal
            MOVE cl-poblacion TO lpo-poblacion
            MOVE ws-linea-poblacion TO cartas-rec
            WRITE cartas-rec
            MOVE SPACES TO cartas-rec
            WRITE cartas-rec
            MOVE ws-fecha-hoy TO lfc-fecha
            MOVE cl-codigo TO lfc-cliente
            MOVE ws-linea-fecha-carta TO cartas-rec
            WRITE cartas-rec
            MOVE ws-asunto(ws-nivel-carta) TO cartas-rec
            WRITE cartas-rec
            MOVE SPACES TO cartas-rec
            WRITE cartas-rec
            MOVE ws-texto-linea(ws-nivel-carta 1) TO cartas-rec
            WRITE cartas-rec
            MOVE ws-texto-linea(ws-nivel-carta 2) TO cartas-rec
            WRITE cartas-rec
            MOVE SPACES TO cartas-rec
            WRITE cartas-rec
            MOVE 'N' TO ws-partidas-eof-sw
            MOVE cl-codigo TO pa-cliente
            MOVE 0 TO pa-numero
            MOVE 0 TO pa-plazo
            START partidas-file KEY IS NOT LESS THAN pa-clave
                INVALID KEY
                    SET ws-partidas-eof TO TRUE
            END-START
            PERFORM lista-partida-vencida UNTIL ws-partidas-eof
            MOVE ws-vencido-cliente TO ltv-importe
            MOVE ws-linea-total-vencido TO cartas-rec
            WRITE cartas-rec
            MOVE SPACES TO cartas-rec
            WRITE cartas-rec
            MOVE ws-linea-pie-carta TO cartas-rec
            WRITE cartas-rec
            MOVE ws-linea-fin-carta TO cartas-rec
            WRITE cartas-rec.

       lista-partida-vencida.
            READ partidas-file NEXT RECORD
                AT END
                    SET ws-partidas-eof TO TRUE
                NOT AT END
                    IF pa-cliente NOT = cl-codigo
                        SET ws-partidas-eof TO TRUE
                    ELSE
                        IF pa-abierta AND pa-pendiente > 0
                            PERFORM calcula-dias-vencida
                            IF ws-dias-vencida > 0
                                MOVE pa-factura TO lvc-factura
                                MOVE pa-plazo TO lvc-plazo
                                MOVE ws-fecha-calculo
                                    TO lvc-vencimiento
                                MOVE ws-dias-vencida TO lvc-dias
                                MOVE pa-pendiente TO lvc-pendiente
                                MOVE ws-linea-vencida TO cartas-rec
                                WRITE cartas-rec
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       graba-linea-control.
      * cuadre del extracto: cada cabecera de factura o abono y cada
      * cobro leido esta omitido (fuera del periodo, venta de
      * mostrador o cliente que ya no esta) o en los extractos
            MOVE ws-mov-leidos TO lc-leidos
            MOVE ws-mov-omitidos TO lc-omitidos
            MOVE ws-mov-informe TO lc-informe
            IF ws-mov-leidos = ws-mov-omitidos + ws-mov-informe
                    AND ws-devueltos = ws-seleccionados
                MOVE "OK" TO lc-estado
            ELSE
                MOVE "ERROR" TO lc-estado
                DISPLAY "ERROR: los extractos no cuadran con los "
                        "movimientos leidos"
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE ws-linea-control TO extractos-rec
            WRITE extractos-rec.

       END PROGRAM rutinas_148.
