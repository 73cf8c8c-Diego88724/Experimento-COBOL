      *     month is closed, the same posting lock calculadora
      *     honours - so an accepted quote becomes a figure the
      *     books carry instead of a printout someone re-keys.
      *   - the reprint now shows each line's article code and its
      *     description from articulos.dat (articulo.cpy), the same
      *     sheet layout rutinas_3 prints since it prices from the
      *     article master; a line from before the field, or an
      *     article since removed, prints with a blank description.
      *   - converting a quote now also issues its goods from stock:
      *     each line with an article code subtracts its quantity
      *     from stock.dat (stock.cpy) and appends an 'S' line to
      *     stock_movimientos.dat (movimiento_stock.cpy) referenced
      *     to the quote, and an article that drops below its
      *     reorder level raises a low-stock alert in alertas.dat
      *     (alerta.cpy) for the warehouse.
      *   - converting a quote for a customer now also opens an item
      *     for the posted amount in partidas_abiertas.dat
      *     (partida_abierta.cpy) under its cl-codigo, keyed by the
      *     transaction number, so rutinas_77 can apply the
      *     customer's payments to it and rutinas_78 can age it.
      *   - a quote for a customer on credit hold (cl-bloqueo-sw in
      *     cliente.cpy) is refused for conversion unless a
      *     supervisor from operadores_maestro.dat authorises it on
      *     the spot; every override, and every refused attempt,
      *     goes to excepciones.log with the supervisor's id.
      *   - each conversion now issues a legal invoice: the next
      *     number of the gap-free invoice series
      *     (facturas_contador.dat, kept apart from
      *     transacciones_contador.dat) is taken once the
      *     transaction is posted, and the header and priced lines
      *     go to facturas.dat (factura.cpy) for rutinas_79 to
      *     print; the invoice number is carried on the open item.
      *   - quotes and invoices now carry VAT (tipos_iva.dat,
      *     tipo_iva.cpy): the reprint shows each line's VAT code,
      *     the taxable base, the VAT per rate and the total as
      *     rutinas_3 prints them (a quote from before VAT reprints
      *     with its single total). The invoice works the VAT out
      *     again with the rates in force on the invoice date,
      *     stores the total, the VAT and the breakdown per rate,
      *     and the open item is raised for the gross; the posted
      *     transaction and totales line stay the net base.
      *   - quotes now carry a validity date and a status
      *     (presupuesto_registro.cpy): the quote's current status
      *     is taken from its header and any later 'E' status lines,
      *     an open quote past its validity date counts as expired,
      *     and conversion refuses a quote that is expired, rejected
      *     or already accepted. A converted quote gets an 'E' line
      *     marking it accepted with its transaction number; new
      *     option 3 marks a quote rejected with the customer's
      *     reason. The reprint shows the validity date and status.
      *   - the reprint shows the quote's salesperson (ph-vendedor)
      *     when the header carries one.
      *   - the maestro record written for a converted quote now carries
      *     the currency fields: EUR, the same amount as original and
      *     home-currency importe, and a rate of 1.
      *   - the maestro record written now starts in normal status
      *     (tr-estado-sw 'N', no status date).
      *   - the maestro record written now carries no project code
      *     (tr-proyecto blank).
      *   - converting a quote for a customer can now set up an
      *     instalment plan: a number of instalments (2 to 60), the
      *     first due date (blank = a month from today, the rest monthly
      *     on the same day) and an optional annual interest rate. The
      *     principal is split evenly, interest is charged monthly on
      *     what is still owed, the schedule of due dates, principal,
      *     interest, instalment and remaining balance is printed to
      *     plan_pagos.log, and each instalment becomes its own open
      *     item (pa-plazo, pa-vencimiento) in partidas_abiertas.dat
      *     for its share of the principal. The interest is shown on
      *     plan_pagos.log only: it is not invoiced nor posted, so it
      *     stays out of the open items as well.
      *     Without a plan the single open item carries pa-plazo 00 and
      *     falls due on the conversion date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_65.
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.
           SELECT stock-file ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS st-codigo
               FILE STATUS IS ws-st-status.
           SELECT movstock-file ASSIGN TO "stock_movimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-movstock-status.
           SELECT partidas-file ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pa-clave
               FILE STATUS IS ws-pa-status.
           SELECT plan-file ASSIGN TO "plan_pagos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-plan-status.
           SELECT facturas-file ASSIGN TO "facturas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-facturas-status.
           SELECT facturas-contador-file
               ASSIGN TO "facturas_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-facturas-contador-status.
           SELECT tipos-iva-file ASSIGN TO "tipos_iva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ti-clave
               FILE STATUS IS ws-ti-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.
           SELECT alertas-file ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS al-id
               FILE STATUS IS ws-alertas-status.
           SELECT alertas-contador-file
               ASSIGN TO "alertas_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alertas-contador-status.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuestos-file.
       01  presupuestos-rec pic x(60).

       FD  presupuesto-file.
       01  presupuesto-rec pic x(80).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.
       01  periodos-rec pic x(17).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).
       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       FD  articulos-file.
       COPY articulo.

       FD  stock-file.
       COPY stock.

       FD  movstock-file.
       01  movstock-rec pic x(60).

       FD  partidas-file.
       COPY partida_abierta.

       FD  plan-file.
       01  plan-rec pic x(80).

       FD  facturas-file.
       01  facturas-rec pic x(150).

       FD  facturas-contador-file.
       01  facturas-contador-rec pic 9(8).

       FD  tipos-iva-file.
       COPY tipo_iva.

       FD  clientes-file.
       COPY cliente.

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       FD  alertas-file.
       COPY alerta.

       FD  alertas-contador-file.
       01  alertas-contador-rec pic 9(6).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-presreg-status==
                              ==:FS-PREFIJO:== BY ==fs-presreg==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       01 ws-articulos-abierto-sw pic x value 'N'.
           88 ws-articulos-abierto value 'Y'.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-st-status==
                              ==:FS-PREFIJO:== BY ==fs-st==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-movstock-status==
                     ==:FS-PREFIJO:== BY ==fs-movstock==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pa-status==
                              ==:FS-PREFIJO:== BY ==fs-pa==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-plan-status==
                              ==:FS-PREFIJO:== BY ==fs-plan==.
      * plan de pagos a plazos de la conversion; sin plan queda una
      * sola partida por el total, con pa-plazo 00, como siempre
       01 ws-plan-sw pic x value 'N'.
           88 ws-plan value 'Y'.
       01 ws-plan-valido-sw pic x value 'N'.
           88 ws-plan-valido value 'Y'.
       01 ws-plan-respuesta pic x.
       01 ws-plazos-entrada pic x(2).
       01 ws-plazos-num redefines ws-plazos-entrada pic 9(2).
       01 ws-vencimiento-entrada pic x(8).
       01 ws-vencimiento-num redefines ws-vencimiento-entrada
           pic 9(8).
       01 ws-interes-entrada pic x(4).
       01 ws-interes-num redefines ws-interes-entrada pic 9(2)v99.
       01 ws-plan-plazos pic 9(2) value 0.
       01 ws-plan-idx pic 9(2).
       01 ws-plan-interes pic 9(2)v99 value 0.
       01 ws-plan-primer-vencimiento pic 9(8).
       01 ws-plan-dia pic 9(2).
       01 ws-plan-vencimiento pic 9(8).
       01 ws-plan-vencimiento-r redefines ws-plan-vencimiento.
           05 pv-aaaa pic 9(4).
           05 pv-mm   pic 9(2).
           05 pv-dd   pic 9(2).
       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia pic 9(2).
       01 ws-resto-bisiesto pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).
       01 ws-plan-cuota-principal pic 9(7)v99.
       01 ws-plan-principal pic 9(7)v99.
       01 ws-plan-interes-plazo pic 9(7)v99.
       01 ws-plan-pendiente pic 9(7)v99.
       01 ws-plan-total-interes pic 9(7)v99.
       01 ws-cabecera-plan.
           05 filler pic x(24) value "PLAN DE PAGOS - FACTURA ".
           05 cpl-factura pic 9(8).
           05 filler pic x(10) value "  CLIENTE ".
           05 cpl-cliente pic x(6).
           05 filler pic x(14) value "  PRESUPUESTO ".
           05 cpl-presupuesto pic 9(6).
       01 ws-linea-condiciones-plan.
           05 filler pic x(10) value "APLAZADO: ".
           05 lcp-importe pic z(6)9.99.
           05 filler pic x(10) value "  PLAZOS: ".
           05 lcp-plazos pic z9.
           05 filler pic x(17) value "  INTERES ANUAL: ".
           05 lcp-interes pic z9.99.
           05 filler pic x(1) value '%'.
       01 ws-titulos-plan.
           05 filler pic x(16) value "PLZ   VENCIM.".
           05 filler pic x(11) value " PRINCIPAL".
           05 filler pic x(11) value "    INTERES".
           05 filler pic x(11) value "      CUOTA".
           05 filler pic x(11) value "  PENDIENTE".
       01 ws-linea-plan.
           05 lpl-plazo       pic zz9.
           05 filler          pic x(3) value spaces.
           05 lpl-vencimiento pic 9(8).
           05 filler          pic x(2) value spaces.
           05 lpl-principal   pic z(6)9.99.
           05 filler          pic x(1) value spaces.
           05 lpl-interes     pic z(6)9.99.
           05 filler          pic x(1) value spaces.
           05 lpl-cuota       pic z(6)9.99.
           05 filler          pic x(1) value spaces.
           05 lpl-pendiente   pic z(6)9.99.
       01 ws-linea-total-plan.
           05 filler          pic x(16) value "TOTAL".
           05 ltp-principal   pic z(6)9.99.
           05 filler          pic x(1) value spaces.
           05 ltp-interes     pic z(6)9.99.
           05 filler          pic x(1) value spaces.
           05 ltp-cuota       pic z(6)9.99.
       01 ws-linea-nota-plan pic x(80) value
           "INTERES INFORMATIVO: NO SE FACTURA NI VA A LAS PARTIDAS".
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-facturas-status==
                              ==:FS-PREFIJO:== BY ==fs-facturas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-facturas-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-facturas-ctr==.
       COPY factura.
       01 ws-numero-factura pic 9(8) value 0.
       01 ws-lineas-factura pic 9(3) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ti-status==
                              ==:FS-PREFIJO:== BY ==fs-ti==.
      * desglose de IVA, una posicion por codigo en el orden de
      * ws-codigos-iva
       01 ws-codigos-iva pic x(3) value "GRE".
       01 ws-iva-idx pic 9(1).
       01 ws-desglose-iva.
           05 ws-iva-posicion occurs 3 times.
               10 ws-iva-pos-hallado pic x(1).
               10 ws-iva-pos-pct     pic 9(2)v99.
               10 ws-iva-pos-base    pic 9(7)v99.
               10 ws-iva-pos-cuota   pic 9(7)v99.
       01 ws-iva-codigo pic x(1).
       01 ws-iva-fecha pic 9(8).
       01 ws-iva-pct pic 9(2)v99.
       01 ws-iva-hallado-sw pic x value 'N'.
           88 ws-iva-hallado value 'Y'.
       01 ws-iva-eof-sw pic x value 'N'.
           88 ws-iva-eof value 'Y'.
       01 ws-tipos-iva-abierto-sw pic x value 'N'.
           88 ws-tipos-iva-abierto value 'Y'.
       01 ws-fecha-presupuesto pic 9(8).
       01 ws-cuota-original pic 9(7)v99.
       01 ws-cuota-original-sw pic x value 'N'.
           88 ws-cuota-original-hay value 'Y'.
       01 ws-cuota-presupuesto pic 9(7)v99 value 0.
       01 ws-bruto-presupuesto pic 9(7)v99 value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                     ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY excepcion.
       01 ws-cliente-bloqueado-sw pic x value 'N'.
           88 ws-cliente-bloqueado value 'Y'.
       01 ws-conversion-denegada-sw pic x value 'N'.
           88 ws-conversion-denegada value 'Y'.
       01 ws-supervisor-id pic x(10).
       01 ws-autorizado-sw pic x value 'Y'.
           88 ws-autorizado value 'Y'.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-alertas-status==
                              ==:FS-PREFIJO:== BY ==fs-alertas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-alertas-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-alertas-ctr==.
       COPY movimiento_stock.
       01 ws-st-encontrado-sw pic x value 'N'.
           88 ws-st-encontrado value 'Y'.
       01 ws-existencias-antes pic s9(7).
       01 ws-salidas-count pic 9(3) value 0.
       01 ws-siguiente-alerta-id pic 9(6) value 0.
       01 ws-alerta-texto pic x(40).
       COPY presupuesto_registro.
       COPY totales.
       COPY periodo_cerrado.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-numero-busca pic 9(6).
      * estado vigente del presupuesto buscado: el de su cabecera o
      * el de su ultima linea 'E'
       01 ws-estado-presupuesto pic x(1).
           88 ws-pres-abierto   value 'A' ' '.
           88 ws-pres-aceptado  value 'C'.
           88 ws-pres-vencido   value 'V'.
           88 ws-pres-rechazado value 'R'.
       01 ws-fecha-validez pic 9(8).
       01 ws-estado-transaccion pic 9(8).
       01 ws-motivo-rechazo pic x(20).
       01 ws-hallado-sw pic x value 'N'.
           88 ws-hallado value 'Y'.
       01 ws-lineas-impresas pic 9(3) value 0.
       01 ws-linea-numero-pres.
           05 filler pic x(15) value "PRESUPUESTO N. ".
           05 ln-numero pic 9(6).
           05 ln-validez-texto pic x(15).
           05 ln-validez pic x(8).
       01 ws-vendedor pic 9(6) value 0.
       01 ws-linea-vendedor.
           05 filler pic x(10) value "VENDEDOR: ".
           05 lv-vendedor pic 9(6).
       01 ws-linea-cliente.
           05 filler pic x(9) value "CLIENTE: ".
           05 lc-codigo pic x(6).
           05 filler pic x(12) value "  descuento ".
           05 lc-descuento pic z9.
           05 filler pic x(1) value '%'.
       01 ws-titulos-presupuesto.
           05 filler pic x(35) value
               "LIN CODIGO DESCRIPCION".
           05 filler pic x(45) value
               "PRECIO  CANTIDAD      IMPORTE  IVA".
       01 ws-linea-presupuesto.
           05 lp-articulo  pic zz9.
           05 filler       pic x(1) value spaces.
           05 lp-codigo    pic x(6).
           05 filler       pic x(1) value spaces.
           05 lp-descripcion pic x(20).
           05 filler       pic x(2) value spaces.
           05 lp-precio    pic zz9.99.
           05 filler       pic x(5) value spaces.
           05 lp-cantidad  pic zz9.
           05 filler       pic x(5) value spaces.
           05 lp-importe   pic zzzz9.99.
           05 filler       pic x(6) value spaces.
           05 lp-tipo-iva  pic x(1).
       01 ws-linea-base-pres.
           05 filler       pic x(22) value "BASE IMPONIBLE:".
           05 tb-importe   pic z(6)9.99.
       01 ws-linea-iva-pres.
           05 filler       pic x(4) value "IVA ".
           05 li-codigo    pic x(1).
           05 filler       pic x(1) value spaces.
           05 li-pct       pic z9.99.
           05 filler       pic x(11) value "%".
           05 li-cuota     pic z(6)9.99.
           05 filler       pic x(6) value "  S/ ".
           05 li-base      pic z(6)9.99.
       01 ws-linea-cuota-pres.
           05 filler       pic x(22) value "TOTAL IVA:".
           05 tc-importe   pic z(6)9.99.
       01 ws-linea-total-pres.
           05 filler       pic x(22) value "TOTAL PRESUPUESTO:".
           05 tp-importe   pic z(6)9.99.
       MAIN-PROCEDURE.
            DISPLAY "1) reimprimir presupuesto"
            DISPLAY "2) convertir presupuesto en transaccion"
            DISPLAY "3) marcar presupuesto rechazado"
            DISPLAY "4) salir"
            DISPLAY "elige una opcion: "
            ACCEPT ws-opcion
            EVALUATE ws-opcion
                    PERFORM reimprime-presupuesto
                WHEN "2"
                    PERFORM convierte-presupuesto
                WHEN "3"
                    PERFORM rechaza-presupuesto
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            ACCEPT ws-numero-busca.

       localiza-cabecera.
      * la cabecera da los datos del presupuesto; la lectura sigue
      * hasta el final por las lineas 'E' de cambio de estado, que
      * se anaden detras
            MOVE 'N' TO ws-hallado-sw
            MOVE 'N' TO ws-eof-sw
            MOVE SPACE TO ws-estado-presupuesto
            MOVE 0 TO ws-fecha-validez
            MOVE 0 TO ws-vendedor
            OPEN INPUT presupuestos-file
            IF NOT fs-presreg-ok
                DISPLAY "aviso: no se encontro presupuestos.dat"
            ELSE
                PERFORM busca-cabecera UNTIL ws-eof
                CLOSE presupuestos-file
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            IF ws-hallado AND ws-pres-abierto
                    AND ws-fecha-validez > 0
                    AND ws-fecha-validez < ws-fecha-hoy
                SET ws-pres-vencido TO TRUE
            END-IF.

       busca-cabecera.
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-estado AND ws-hallado
                            AND pr-numero = ws-numero-busca
                        MOVE pe-estado TO ws-estado-presupuesto
                    END-IF
                    IF pr-cabecera
                            AND pr-numero = ws-numero-busca
                        SET ws-hallado TO TRUE
                        MOVE ph-total TO ws-total-presupuesto
                        MOVE ph-cliente TO ws-cliente
                        MOVE ph-descuento TO ws-descuento
                        MOVE ph-fecha TO cp-fecha
                        MOVE ph-fecha TO ws-fecha-presupuesto
      * un presupuesto de antes del IVA no trae cuota
                        IF ph-cuota-iva IS NUMERIC
                            MOVE ph-cuota-iva TO ws-cuota-original
                            SET ws-cuota-original-hay TO TRUE
                        ELSE
                            MOVE 0 TO ws-cuota-original
                            MOVE 'N' TO ws-cuota-original-sw
                        END-IF
      * uno de antes de la validez queda abierto sin vencimiento
                        IF ph-fecha-validez IS NUMERIC
                            MOVE ph-fecha-validez TO ws-fecha-validez
                        END-IF
                        MOVE ph-estado TO ws-estado-presupuesto
      * uno de antes del vendedor no lo trae
                        IF ph-vendedor IS NUMERIC
                            MOVE ph-vendedor TO ws-vendedor
                        END-IF
                    END-IF
            END-READ.

                MOVE ws-cabecera-presupuesto TO presupuesto-rec
                WRITE presupuesto-rec
                MOVE ws-numero-busca TO ln-numero
                IF ws-fecha-validez > 0
                    MOVE "  VALIDO HASTA " TO ln-validez-texto
                    MOVE ws-fecha-validez TO ln-validez
                ELSE
                    MOVE SPACES TO ln-validez-texto
                    MOVE SPACES TO ln-validez
                END-IF
                MOVE ws-linea-numero-pres TO presupuesto-rec
                WRITE presupuesto-rec
                IF ws-vendedor > 0
                    MOVE ws-vendedor TO lv-vendedor
                    MOVE ws-linea-vendedor TO presupuesto-rec
                    WRITE presupuesto-rec
                END-IF
                IF ws-cliente NOT = SPACES
                    MOVE ws-cliente TO lc-codigo
                    MOVE ws-descuento TO lc-descuento
                MOVE ws-titulos-presupuesto TO presupuesto-rec
                WRITE presupuesto-rec
                PERFORM imprime-detalles
                IF ws-cuota-original-hay
                    PERFORM imprime-iva-presupuesto
                ELSE
                    MOVE ws-total-presupuesto TO tp-importe
                END-IF
                MOVE ws-linea-total-pres TO presupuesto-rec
                WRITE presupuesto-rec
                CLOSE presupuesto-file
                DISPLAY "presupuesto " ws-numero-busca
                        " reimpreso en presupuesto.log ("
                        ws-lineas-impresas " lineas)"
                PERFORM muestra-estado
            END-IF.

       muestra-estado.
            EVALUATE TRUE
                WHEN ws-pres-aceptado
                    DISPLAY "estado: aceptado"
                WHEN ws-pres-rechazado
                    DISPLAY "estado: rechazado"
                WHEN ws-pres-vencido
                    DISPLAY "estado: vencido el " ws-fecha-validez
                WHEN OTHER
                    DISPLAY "estado: abierto"
            END-EVALUATE.

       imprime-detalles.
            MOVE 0 TO ws-lineas-impresas
            MOVE 'N' TO ws-eof-sw
            MOVE 'N' TO ws-articulos-abierto-sw
            OPEN INPUT articulos-file
            IF fs-ar-ok
                SET ws-articulos-abierto TO TRUE
            END-IF
            OPEN INPUT presupuestos-file
            PERFORM imprime-detalle UNTIL ws-eof
            CLOSE presupuestos-file
            IF ws-articulos-abierto
                CLOSE articulos-file
            END-IF.

       busca-descripcion-articulo.
            MOVE SPACES TO lp-descripcion
            IF ws-articulos-abierto AND pd-codigo NOT = SPACES
                MOVE pd-codigo TO ar-codigo
                READ articulos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ar-descripcion TO lp-descripcion
                END-READ
            END-IF.

       imprime-detalle.
            READ presupuestos-file
                            AND pr-numero = ws-numero-busca
                        ADD 1 TO ws-lineas-impresas
                        MOVE pd-articulo TO lp-articulo
                        MOVE pd-codigo TO lp-codigo
                        PERFORM busca-descripcion-articulo
                        MOVE pd-precio TO lp-precio
                        MOVE pd-cantidad TO lp-cantidad
                        MOVE pd-importe TO lp-importe
                        MOVE pd-tipo-iva TO lp-tipo-iva
                        MOVE ws-linea-presupuesto TO presupuesto-rec
                        WRITE presupuesto-rec
                    END-IF
            END-READ.

       imprime-iva-presupuesto.
      * la base, el IVA por tipo y el total a pagar, con los
      * porcentajes vigentes en la fecha del presupuesto, como los
      * imprimio rutinas_3
            MOVE ws-fecha-presupuesto TO ws-iva-fecha
            PERFORM calcula-iva-presupuesto
            MOVE ws-total-presupuesto TO tb-importe
            MOVE ws-linea-base-pres TO presupuesto-rec
            WRITE presupuesto-rec
            PERFORM imprime-cuota-iva
                VARYING ws-iva-idx FROM 1 BY 1
                UNTIL ws-iva-idx > 3
            MOVE ws-cuota-presupuesto TO tc-importe
            MOVE ws-linea-cuota-pres TO presupuesto-rec
            WRITE presupuesto-rec
            MOVE ws-bruto-presupuesto TO tp-importe.

       imprime-cuota-iva.
            IF ws-iva-pos-base(ws-iva-idx) > 0
                MOVE ws-codigos-iva(ws-iva-idx:1) TO li-codigo
                MOVE ws-iva-pos-pct(ws-iva-idx) TO li-pct
                MOVE ws-iva-pos-cuota(ws-iva-idx) TO li-cuota
                MOVE ws-iva-pos-base(ws-iva-idx) TO li-base
                MOVE ws-linea-iva-pres TO presupuesto-rec
                WRITE presupuesto-rec
            END-IF.

       calcula-iva-presupuesto.
      * bases por codigo de IVA sumando las lineas del presupuesto
      * y cuota de cada codigo sobre su base, con los porcentajes
      * vigentes en ws-iva-fecha
            PERFORM carga-tipos-iva
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT presupuestos-file
            PERFORM acumula-base-iva UNTIL ws-eof
            CLOSE presupuestos-file
            MOVE 0 TO ws-cuota-presupuesto
            PERFORM calcula-cuota-iva
                VARYING ws-iva-idx FROM 1 BY 1
                UNTIL ws-iva-idx > 3
            COMPUTE ws-bruto-presupuesto =
                ws-total-presupuesto + ws-cuota-presupuesto.

       acumula-base-iva.
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-detalle
                            AND pr-numero = ws-numero-busca
                        PERFORM posicion-iva-linea
                        ADD pd-importe TO ws-iva-pos-base(ws-iva-idx)
                    END-IF
            END-READ.

       posicion-iva-linea.
      * una linea sin codigo de IVA (anterior al campo) tributa al
      * general
            EVALUATE pd-tipo-iva
                WHEN 'R'
                    MOVE 2 TO ws-iva-idx
                WHEN 'E'
                    MOVE 3 TO ws-iva-idx
                WHEN OTHER
                    MOVE 'G' TO pd-tipo-iva
                    MOVE 1 TO ws-iva-idx
            END-EVALUATE.

       calcula-cuota-iva.
            IF ws-iva-pos-base(ws-iva-idx) > 0
                IF ws-iva-pos-hallado(ws-iva-idx) = 'N'
                    DISPLAY "aviso: no hay tipo de IVA vigente para "
                            "el codigo " ws-codigos-iva(ws-iva-idx:1)
                            ", se aplica el cero por ciento"
                END-IF
                COMPUTE ws-iva-pos-cuota(ws-iva-idx) ROUNDED =
                    ws-iva-pos-base(ws-iva-idx)
                    * ws-iva-pos-pct(ws-iva-idx) / 100
                ADD ws-iva-pos-cuota(ws-iva-idx)
                    TO ws-cuota-presupuesto
            END-IF.

       carga-tipos-iva.
            MOVE 'N' TO ws-tipos-iva-abierto-sw
            OPEN INPUT tipos-iva-file
            IF fs-ti-ok
                SET ws-tipos-iva-abierto TO TRUE
            ELSE
                DISPLAY "aviso: no se encontro tipos_iva.dat, sin IVA"
            END-IF
            PERFORM carga-tipo-iva
                VARYING ws-iva-idx FROM 1 BY 1
                UNTIL ws-iva-idx > 3
            IF ws-tipos-iva-abierto
                CLOSE tipos-iva-file
            END-IF.

       carga-tipo-iva.
            MOVE ws-codigos-iva(ws-iva-idx:1) TO ws-iva-codigo
            MOVE 0 TO ws-iva-pct
            MOVE 'N' TO ws-iva-hallado-sw
            IF ws-tipos-iva-abierto
                PERFORM busca-porcentaje-iva
            END-IF
            IF ws-iva-hallado
                MOVE 'S' TO ws-iva-pos-hallado(ws-iva-idx)
            ELSE
                MOVE 'N' TO ws-iva-pos-hallado(ws-iva-idx)
            END-IF
            MOVE ws-iva-pct TO ws-iva-pos-pct(ws-iva-idx)
            MOVE 0 TO ws-iva-pos-base(ws-iva-idx)
            MOVE 0 TO ws-iva-pos-cuota(ws-iva-idx).

       busca-porcentaje-iva.
      * el porcentaje de ws-iva-codigo en ws-iva-fecha es el de la
      * ultima vigencia que no pase de la fecha; el exento va al
      * cero aunque no tenga vigencia
            MOVE 0 TO ws-iva-pct
            MOVE 'N' TO ws-iva-hallado-sw
            IF ws-iva-codigo = 'E'
                SET ws-iva-hallado TO TRUE
            END-IF
            MOVE 'N' TO ws-iva-eof-sw
            MOVE ws-iva-codigo TO ti-codigo
            MOVE 0 TO ti-fecha-desde
            START tipos-iva-file KEY IS NOT LESS THAN ti-clave
                INVALID KEY
                    SET ws-iva-eof TO TRUE
            END-START
            PERFORM lee-vigencia-iva UNTIL ws-iva-eof.

       lee-vigencia-iva.
            READ tipos-iva-file NEXT RECORD
                AT END
                    SET ws-iva-eof TO TRUE
                NOT AT END
                    IF ti-codigo NOT = ws-iva-codigo
                            OR ti-fecha-desde > ws-iva-fecha
                        SET ws-iva-eof TO TRUE
                    ELSE
                        MOVE ti-porcentaje TO ws-iva-pct
                        SET ws-iva-hallado TO TRUE
                    END-IF
            END-READ.

       convierte-presupuesto.
            PERFORM pide-numero
            PERFORM localiza-cabecera
                DISPLAY "ERROR: no existe el presupuesto "
                        ws-numero-busca
            ELSE
                IF NOT ws-pres-abierto
                    DISPLAY "ERROR: el presupuesto " ws-numero-busca
                            " no esta abierto, no se contabiliza"
                    PERFORM muestra-estado
                ELSE
                    PERFORM convierte-presupuesto-abierto
                END-IF
            END-IF.

       convierte-presupuesto-abierto.
            PERFORM verifica-periodo-cerrado
            IF ws-periodo-cerrado
                DISPLAY "ERROR: el periodo " ws-periodo-hoy
                        " esta cerrado, no se contabiliza"
            ELSE
                PERFORM verifica-bloqueo-cliente
            END-IF
      * el plan de pagos se pregunta antes de contabilizar nada; solo
      * un presupuesto con cliente deja partidas a cobrar
            MOVE 'N' TO ws-plan-sw
            IF NOT ws-periodo-cerrado
                    AND NOT ws-conversion-denegada
                    AND ws-cliente NOT = SPACES
                PERFORM pide-plan-pagos
            END-IF
            IF NOT ws-periodo-cerrado
                    AND NOT ws-conversion-denegada
                PERFORM graba-transaccion-maestro
                PERFORM graba-totales
                PERFORM emite-factura
                PERFORM graba-partida-abierta
                PERFORM registra-salidas-stock
                SET ws-pres-aceptado TO TRUE
                MOVE ws-siguiente-tx-id TO ws-estado-transaccion
                MOVE SPACES TO ws-motivo-rechazo
                PERFORM graba-estado-presupuesto
                DISPLAY "presupuesto " ws-numero-busca
                        " contabilizado por "
                        ws-total-presupuesto
                DISPLAY "factura " ws-numero-factura
                        " emitida en facturas.dat por "
                        ws-bruto-presupuesto " IVA incluido"
                DISPLAY ws-salidas-count
                        " lineas descontadas de stock"
            END-IF.

       rechaza-presupuesto.
      * un presupuesto aceptado ya esta contabilizado y no se puede
      * rechazar; uno vencido si, para que conste como perdido
            PERFORM pide-numero
            PERFORM localiza-cabecera
            IF NOT ws-hallado
                DISPLAY "ERROR: no existe el presupuesto "
                        ws-numero-busca
            ELSE
                IF ws-pres-aceptado OR ws-pres-rechazado
                    DISPLAY "ERROR: el presupuesto " ws-numero-busca
                            " ya no se puede rechazar"
                    PERFORM muestra-estado
                ELSE
                    DISPLAY "motivo del rechazo: "
                    ACCEPT ws-motivo-rechazo
                    SET ws-pres-rechazado TO TRUE
                    MOVE 0 TO ws-estado-transaccion
                    PERFORM graba-estado-presupuesto
                    DISPLAY "presupuesto " ws-numero-busca
                            " marcado como rechazado"
                END-IF
            END-IF.

       graba-estado-presupuesto.
      * anade al final de presupuestos.dat la linea 'E' con el
      * estado nuevo del presupuesto ws-numero-busca
            MOVE SPACES TO ws-pres-linea
            SET pr-estado TO TRUE
            MOVE ws-numero-busca TO pr-numero
            MOVE ws-estado-presupuesto TO pe-estado
            MOVE ws-estado-transaccion TO pe-transaccion
            ACCEPT pe-fecha FROM DATE YYYYMMDD
            MOVE ws-motivo-rechazo TO pe-motivo
            OPEN EXTEND presupuestos-file
            IF fs-presreg-fichero-no-existe
                OPEN OUTPUT presupuestos-file
            END-IF
            MOVE ws-pres-linea TO presupuestos-rec
            WRITE presupuestos-rec
            CLOSE presupuestos-file.

       verifica-bloqueo-cliente.
      * un cliente con bloqueo de credito no se convierte salvo que
      * un supervisor lo autorice en el momento; sin cliente, o con
      * un cliente que ya no esta en el maestro, no hay bloqueo
            MOVE 'N' TO ws-conversion-denegada-sw
            MOVE 'N' TO ws-cliente-bloqueado-sw
            IF ws-cliente NOT = SPACES
                OPEN INPUT clientes-file
                IF fs-cl-ok
                    MOVE ws-cliente TO cl-codigo
                    READ clientes-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF cl-bloqueado
                                SET ws-cliente-bloqueado TO TRUE
                            END-IF
                    END-READ
                    CLOSE clientes-file
                END-IF
            END-IF
            IF ws-cliente-bloqueado
                PERFORM pide-autorizacion-supervisor
            END-IF.

       pide-autorizacion-supervisor.
            DISPLAY "AVISO: el cliente " ws-cliente
                    " tiene bloqueo de credito"
            DISPLAY "identificador de supervisor para autorizar "
                    "(blanco = no convertir): "
            ACCEPT ws-supervisor-id
            IF ws-supervisor-id = SPACES
                SET ws-conversion-denegada TO TRUE
                DISPLAY "ERROR: cliente bloqueado, no se contabiliza"
            ELSE
                PERFORM verifica-nivel-supervisor
                MOVE "credito-bloqueo" TO exc-campo
                IF ws-autorizado
                    MOVE SPACES TO exc-valor
                    STRING "override cli " ws-cliente
                        DELIMITED BY SIZE INTO exc-valor
                    PERFORM graba-excepcion
                    DISPLAY "conversion autorizada por "
                            ws-supervisor-id
                ELSE
                    MOVE SPACES TO exc-valor
                    STRING "denegado cli " ws-cliente
                        DELIMITED BY SIZE INTO exc-valor
                    PERFORM graba-excepcion
                    SET ws-conversion-denegada TO TRUE
                    DISPLAY "ERROR: la autorizacion requiere nivel "
                            "supervisor, no se contabiliza"
                END-IF
            END-IF.

       verifica-nivel-supervisor.
      * un operadores_maestro.dat que aun no se ha creado deja el
      * programa sin restringir, el mismo tratamiento "no
      * configurado" que rutinas_18 aplica a sus parametros
            MOVE 'Y' TO ws-autorizado-sw
            OPEN INPUT operador-maestro-file
            IF fs-om-ok
                MOVE ws-supervisor-id TO om-id
                READ operador-maestro-file
                    INVALID KEY
                        MOVE 'N' TO ws-autorizado-sw
                    NOT INVALID KEY
                        IF om-inactivo
                            MOVE 'N' TO ws-autorizado-sw
                        END-IF
                        IF om-nivel NOT NUMERIC
                                OR NOT om-nivel-supervisor
                            MOVE 'N' TO ws-autorizado-sw
                        END-IF
                END-READ
                CLOSE operador-maestro-file
            END-IF.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE ws-supervisor-id TO exc-operador
            MOVE "rutinas_65" TO exc-programa
            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       verifica-periodo-cerrado.
            MOVE 'N' TO ws-periodo-cerrado-sw
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            STRING "presupuesto " ws-numero-busca
                DELIMITED BY SIZE INTO tr-descripcion
            MOVE SPACES TO tr-sucursal
            MOVE "EUR" TO tr-moneda
            MOVE tr-importe TO tr-importe-origen
            MOVE 1 TO tr-cambio
            MOVE 'N' TO tr-estado-sw
            MOVE 0 TO tr-estado-fecha
            MOVE SPACES TO tr-proyecto

            OPEN I-O transaccion-maestro-file
            IF fs-transmaestro-fichero-no-existe
            WRITE journal-rec
            CLOSE journal-file.

       emite-factura.
      * el numero de factura se toma ya contabilizada la transaccion,
      * para que la serie no tenga huecos; cabecera y lineas salen
      * del presupuesto persistido
      * el IVA de la factura es el de su fecha; si el tipo cambio
      * desde el presupuesto, la cuota no coincide y se avisa
            MOVE ws-fecha-hoy TO ws-iva-fecha
            PERFORM calcula-iva-presupuesto
            IF ws-cuota-original-hay
                    AND ws-cuota-original NOT = ws-cuota-presupuesto
                DISPLAY "aviso: el IVA de la factura difiere del "
                        "presupuesto por cambio de tipo"
            END-IF
            PERFORM siguiente-numero-factura
            OPEN EXTEND facturas-file
            IF fs-facturas-fichero-no-existe
                OPEN OUTPUT facturas-file
            END-IF
            MOVE SPACES TO ws-fact-linea
            SET fa-cabecera TO TRUE
            SET fa-factura TO TRUE
            MOVE ws-numero-factura TO fa-numero
            MOVE ws-fecha-hoy TO fh-fecha
            MOVE ws-cliente TO fh-cliente
            MOVE ws-numero-busca TO fh-presupuesto
            MOVE ws-siguiente-tx-id TO fh-transaccion
            MOVE ws-bruto-presupuesto TO fh-total
            MOVE 0 TO fh-factura-origen
            MOVE SPACES TO fh-operador
            MOVE ws-cuota-presupuesto TO fh-cuota-iva
            PERFORM mueve-desglose-factura
                VARYING ws-iva-idx FROM 1 BY 1
                UNTIL ws-iva-idx > 3
            MOVE ws-fact-linea TO facturas-rec
            WRITE facturas-rec
            MOVE 0 TO ws-lineas-factura
            MOVE 'N' TO ws-eof-sw
            MOVE 'N' TO ws-articulos-abierto-sw
            OPEN INPUT articulos-file
            IF fs-ar-ok
                SET ws-articulos-abierto TO TRUE
            END-IF
            OPEN INPUT presupuestos-file
            PERFORM factura-linea-presupuesto UNTIL ws-eof
            CLOSE presupuestos-file
            IF ws-articulos-abierto
                CLOSE articulos-file
            END-IF
            CLOSE facturas-file.

       factura-linea-presupuesto.
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-detalle
                            AND pr-numero = ws-numero-busca
                        ADD 1 TO ws-lineas-factura
                        PERFORM busca-descripcion-articulo
                        MOVE SPACES TO ws-fact-linea
                        SET fa-detalle TO TRUE
                        SET fa-factura TO TRUE
                        MOVE ws-numero-factura TO fa-numero
                        MOVE ws-lineas-factura TO fd-linea
                        MOVE pd-codigo TO fd-codigo
                        MOVE lp-descripcion TO fd-descripcion
                        MOVE pd-cantidad TO fd-cantidad
                        MOVE pd-precio TO fd-precio
                        MOVE pd-importe TO fd-importe
                        PERFORM posicion-iva-linea
                        MOVE pd-tipo-iva TO fd-tipo-iva
                        MOVE ws-fact-linea TO facturas-rec
                        WRITE facturas-rec
                    END-IF
            END-READ.

       mueve-desglose-factura.
            MOVE ws-codigos-iva(ws-iva-idx:1)
                TO fh-iva-codigo(ws-iva-idx)
            MOVE ws-iva-pos-pct(ws-iva-idx) TO fh-iva-pct(ws-iva-idx)
            MOVE ws-iva-pos-base(ws-iva-idx)
                TO fh-iva-base(ws-iva-idx)
            MOVE ws-iva-pos-cuota(ws-iva-idx)
                TO fh-iva-cuota(ws-iva-idx).

       siguiente-numero-factura.
            OPEN INPUT facturas-contador-file
            IF fs-facturas-ctr-ok
                READ facturas-contador-file
                    NOT AT END
                        MOVE facturas-contador-rec
                            TO ws-numero-factura
                END-READ
                CLOSE facturas-contador-file
            ELSE
                MOVE 0 TO ws-numero-factura
            END-IF
            ADD 1 TO ws-numero-factura
            OPEN OUTPUT facturas-contador-file
            MOVE ws-numero-factura TO facturas-contador-rec
            WRITE facturas-contador-rec
            CLOSE facturas-contador-file.

       graba-partida-abierta.
      * un presupuesto sin cliente es una venta de mostrador y no
      * deja nada pendiente de cobro. Sin plan de pagos la partida
      * es el total, vence al emitirse y lleva pa-plazo 00
            IF ws-cliente NOT = SPACES
                OPEN I-O partidas-file
                IF fs-pa-fichero-no-existe
                    OPEN OUTPUT partidas-file
                    CLOSE partidas-file
                    OPEN I-O partidas-file
                END-IF
                IF ws-plan
                    PERFORM graba-plan-pagos
                ELSE
                    MOVE SPACES TO partida-rec
                    MOVE ws-cliente TO pa-cliente
                    MOVE ws-siguiente-tx-id TO pa-numero
                    MOVE 0 TO pa-plazo
                    MOVE ws-fecha-hoy TO pa-fecha
                    MOVE ws-numero-busca TO pa-presupuesto
                    MOVE ws-bruto-presupuesto TO pa-importe
                    MOVE ws-bruto-presupuesto TO pa-pendiente
                    SET pa-abierta TO TRUE
                    MOVE 0 TO pa-fecha-ult-cobro
                    MOVE ws-numero-factura TO pa-factura
                    MOVE ws-fecha-hoy TO pa-vencimiento
                    PERFORM escribe-partida
                END-IF
                CLOSE partidas-file
            END-IF.

       escribe-partida.
            WRITE partida-rec
                INVALID KEY
                    DISPLAY "ERROR: partida duplicada en "
                            "partidas_abiertas.dat"
            END-WRITE.

       pide-plan-pagos.
            DISPLAY "pago a plazos (S/N, en blanco = N): "
            ACCEPT ws-plan-respuesta
            IF ws-plan-respuesta = 'S' OR ws-plan-respuesta = 's'
                MOVE 'N' TO ws-plan-valido-sw
                PERFORM pide-plazos UNTIL ws-plan-valido
                MOVE 'N' TO ws-plan-valido-sw
                PERFORM pide-primer-vencimiento UNTIL ws-plan-valido
                MOVE 'N' TO ws-plan-valido-sw
                PERFORM pide-interes-plan UNTIL ws-plan-valido
                SET ws-plan TO TRUE
            END-IF.

       pide-plazos.
            DISPLAY "numero de plazos (02 a 60): "
            ACCEPT ws-plazos-entrada
            IF ws-plazos-entrada IS NUMERIC
                    AND ws-plazos-num >= 2 AND ws-plazos-num <= 60
                MOVE ws-plazos-num TO ws-plan-plazos
                SET ws-plan-valido TO TRUE
            ELSE
                DISPLAY "ERROR: numero de plazos no valido"
            END-IF.

       pide-primer-vencimiento.
      * en blanco, el primer plazo vence dentro de un mes; los
      * siguientes, el mismo dia de cada mes (o el ultimo del mes
      * si no lo tiene); ws-plan-dia guarda ese dia
            DISPLAY "vencimiento del primer plazo (AAAAMMDD, en "
                    "blanco = dentro de un mes): "
            ACCEPT ws-vencimiento-entrada
            IF ws-vencimiento-entrada = SPACES
                MOVE ws-fecha-hoy TO ws-plan-vencimiento
                MOVE pv-dd TO ws-plan-dia
                PERFORM avanza-un-mes
                MOVE ws-plan-vencimiento TO ws-plan-primer-vencimiento
                SET ws-plan-valido TO TRUE
            ELSE
                IF ws-vencimiento-entrada IS NUMERIC
                    MOVE ws-vencimiento-num TO ws-plan-vencimiento
                    PERFORM valida-vencimiento
                END-IF
                IF NOT ws-plan-valido
                    DISPLAY "ERROR: fecha no valida o anterior a hoy"
                END-IF
            END-IF.

       valida-vencimiento.
            IF pv-mm >= 1 AND pv-mm <= 12
                    AND ws-plan-vencimiento >= ws-fecha-hoy
                PERFORM calcula-ultimo-dia
                IF pv-dd >= 1 AND pv-dd <= ws-ultimo-dia
                    MOVE pv-dd TO ws-plan-dia
                    MOVE ws-plan-vencimiento
                        TO ws-plan-primer-vencimiento
                    SET ws-plan-valido TO TRUE
                END-IF
            END-IF.

       pide-interes-plan.
            DISPLAY "interes anual en % (cuatro digitos, dos "
                    "decimales implicitos, ej. 0450 = 4.50; en "
                    "blanco = sin interes): "
            ACCEPT ws-interes-entrada
            IF ws-interes-entrada = SPACES
                MOVE 0 TO ws-plan-interes
                SET ws-plan-valido TO TRUE
            ELSE
                IF ws-interes-entrada IS NUMERIC
                    MOVE ws-interes-num TO ws-plan-interes
                    SET ws-plan-valido TO TRUE
                ELSE
                    DISPLAY "ERROR: interes no valido"
                END-IF
            END-IF.

       graba-plan-pagos.
      * principal a partes iguales (el ultimo plazo se lleva el
      * redondeo) e interes mensual sobre lo pendiente antes de
      * cada plazo; cada plazo es una partida con su vencimiento por
      * el principal, y el calendario sale impreso en plan_pagos.log.
      * El interes no se factura ni se contabiliza, asi que solo
      * figura en el calendario y no en las partidas
            OPEN OUTPUT plan-file
            MOVE ws-numero-factura TO cpl-factura
            MOVE ws-cliente TO cpl-cliente
            MOVE ws-numero-busca TO cpl-presupuesto
            MOVE ws-cabecera-plan TO plan-rec
            WRITE plan-rec
            MOVE ws-bruto-presupuesto TO lcp-importe
            MOVE ws-plan-plazos TO lcp-plazos
            MOVE ws-plan-interes TO lcp-interes
            MOVE ws-linea-condiciones-plan TO plan-rec
            WRITE plan-rec
            MOVE ws-titulos-plan TO plan-rec
            WRITE plan-rec
            MOVE ws-bruto-presupuesto TO ws-plan-pendiente
            COMPUTE ws-plan-cuota-principal =
                ws-bruto-presupuesto / ws-plan-plazos
            MOVE 0 TO ws-plan-total-interes
            MOVE ws-plan-primer-vencimiento TO ws-plan-vencimiento
            PERFORM graba-plazo
                VARYING ws-plan-idx FROM 1 BY 1
                UNTIL ws-plan-idx > ws-plan-plazos
            MOVE ws-bruto-presupuesto TO ltp-principal
            MOVE ws-plan-total-interes TO ltp-interes
            COMPUTE ltp-cuota =
                ws-bruto-presupuesto + ws-plan-total-interes
            MOVE ws-linea-total-plan TO plan-rec
            WRITE plan-rec
            IF ws-plan-total-interes > 0
                MOVE ws-linea-nota-plan TO plan-rec
                WRITE plan-rec
            END-IF
            CLOSE plan-file
            DISPLAY "plan de pagos de " ws-plan-plazos
                    " plazos en plan_pagos.log".

       graba-plazo.
            IF ws-plan-idx = ws-plan-plazos
                MOVE ws-plan-pendiente TO ws-plan-principal
            ELSE
                MOVE ws-plan-cuota-principal TO ws-plan-principal
            END-IF
            COMPUTE ws-plan-interes-plazo ROUNDED =
                ws-plan-pendiente * ws-plan-interes / 1200
            SUBTRACT ws-plan-principal FROM ws-plan-pendiente
            ADD ws-plan-interes-plazo TO ws-plan-total-interes
            MOVE SPACES TO partida-rec
            MOVE ws-cliente TO pa-cliente
            MOVE ws-siguiente-tx-id TO pa-numero
            MOVE ws-plan-idx TO pa-plazo
            MOVE ws-fecha-hoy TO pa-fecha
            MOVE ws-numero-busca TO pa-presupuesto
            MOVE ws-plan-principal TO pa-importe
            MOVE pa-importe TO pa-pendiente
            SET pa-abierta TO TRUE
            MOVE 0 TO pa-fecha-ult-cobro
            MOVE ws-numero-factura TO pa-factura
            MOVE ws-plan-vencimiento TO pa-vencimiento
            PERFORM escribe-partida
            MOVE ws-plan-idx TO lpl-plazo
            MOVE ws-plan-vencimiento TO lpl-vencimiento
            MOVE ws-plan-principal TO lpl-principal
            MOVE ws-plan-interes-plazo TO lpl-interes
            COMPUTE lpl-cuota =
                ws-plan-principal + ws-plan-interes-plazo
            MOVE ws-plan-pendiente TO lpl-pendiente
            MOVE ws-linea-plan TO plan-rec
            WRITE plan-rec
            PERFORM avanza-un-mes.

       avanza-un-mes.
            IF pv-mm = 12
                MOVE 1 TO pv-mm
                ADD 1 TO pv-aaaa
            ELSE
                ADD 1 TO pv-mm
            END-IF
            PERFORM calcula-ultimo-dia
            IF ws-plan-dia > ws-ultimo-dia
                MOVE ws-ultimo-dia TO pv-dd
            ELSE
                MOVE ws-plan-dia TO pv-dd
            END-IF.

       calcula-ultimo-dia.
      * numero de dias del mes, con febrero de 29 en los bisiestos
            MOVE ws-dias-mes(pv-mm) TO ws-ultimo-dia
            IF pv-mm = 2
                DIVIDE pv-aaaa BY 4 GIVING ws-cociente-bisiesto
                    REMAINDER ws-resto-bisiesto
                IF ws-resto-bisiesto = 0
                    MOVE 29 TO ws-ultimo-dia
                    DIVIDE pv-aaaa BY 100 GIVING ws-cociente-bisiesto
                        REMAINDER ws-resto-bisiesto
                    IF ws-resto-bisiesto = 0
                        DIVIDE pv-aaaa BY 400
                            GIVING ws-cociente-bisiesto
                            REMAINDER ws-resto-bisiesto
                        IF ws-resto-bisiesto NOT = 0
                            MOVE 28 TO ws-ultimo-dia
                        END-IF
                    END-IF
                END-IF
            END-IF.

       registra-salidas-stock.
      * la mercancia de cada linea del presupuesto sale del almacen:
      * se descuenta de stock.dat y queda un movimiento 'S' con la
      * referencia del presupuesto. Las lineas anteriores al codigo
      * de articulo (pd-codigo en blanco) no mueven stock
            MOVE 0 TO ws-salidas-count
            MOVE 'N' TO ws-eof-sw
            OPEN I-O stock-file
            IF fs-st-fichero-no-existe
                OPEN OUTPUT stock-file
                CLOSE stock-file
                OPEN I-O stock-file
            END-IF
            OPEN INPUT presupuestos-file
            PERFORM registra-salida-linea UNTIL ws-eof
            CLOSE presupuestos-file
            CLOSE stock-file.

       registra-salida-linea.
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-detalle
                            AND pr-numero = ws-numero-busca
                            AND pd-codigo NOT = SPACES
                        PERFORM descuenta-stock
                    END-IF
            END-READ.

       descuenta-stock.
      * un articulo sin registro en stock.dat parte de cero; la
      * conversion no se bloquea por falta de existencias, el saldo
      * queda negativo hasta que se registre la entrada
            MOVE 'N' TO ws-st-encontrado-sw
            MOVE pd-codigo TO st-codigo
            READ stock-file
                INVALID KEY
                    MOVE SPACES TO stock-rec
                    MOVE pd-codigo TO st-codigo
                    MOVE 0 TO st-existencias
                    MOVE 0 TO st-punto-pedido
                    MOVE 0 TO st-coste-medio
                NOT INVALID KEY
                    SET ws-st-encontrado TO TRUE
            END-READ
            MOVE st-existencias TO ws-existencias-antes
            SUBTRACT pd-cantidad FROM st-existencias
            MOVE ws-fecha-hoy TO st-fecha-ult-mov
            IF ws-st-encontrado
                REWRITE stock-rec
            ELSE
                WRITE stock-rec
                    INVALID KEY
                        DISPLAY "ERROR: clave duplicada en stock.dat"
                END-WRITE
            END-IF
            ADD 1 TO ws-salidas-count

            ACCEPT ms-fecha FROM DATE YYYYMMDD
            ACCEPT ms-hora FROM TIME
            MOVE pd-codigo TO ms-codigo
            SET ms-salida TO TRUE
            MOVE pd-cantidad TO ms-cantidad
            MOVE st-coste-medio TO ms-coste
            MOVE SPACES TO ms-referencia
            STRING "PRES " ws-numero-busca
                DELIMITED BY SIZE INTO ms-referencia
            MOVE SPACES TO ms-operador
            OPEN EXTEND movstock-file
            IF fs-movstock-fichero-no-existe
                OPEN OUTPUT movstock-file
            END-IF
            MOVE ws-movstock-linea TO movstock-rec
            WRITE movstock-rec
            CLOSE movstock-file

      * la alerta sale solo al cruzar el punto de pedido, no en cada
      * salida posterior de un articulo que ya estaba por debajo
            IF st-punto-pedido > 0
                    AND ws-existencias-antes NOT < st-punto-pedido
                    AND st-existencias < st-punto-pedido
                MOVE SPACES TO ws-alerta-texto
                STRING "stock bajo punto pedido articulo "
                    pd-codigo
                    DELIMITED BY SIZE INTO ws-alerta-texto
                PERFORM graba-alerta-cola
            END-IF.

       graba-alerta-cola.
      * la alerta de stock bajo entra en la cola unica alertas.dat
      * para la pantalla de revision (rutinas_48)
            PERFORM siguiente-alerta-id
            MOVE ws-siguiente-alerta-id TO al-id
            ACCEPT al-fecha FROM DATE YYYYMMDD
            ACCEPT al-hora FROM TIME
            MOVE "rutinas_65" TO al-origen
            MOVE 'A' TO al-severidad
            MOVE ws-alerta-texto TO al-texto
            SET al-pendiente TO TRUE
            MOVE SPACES TO al-op-reconoce
            MOVE 0 TO al-fecha-reconoce
            MOVE SPACES TO al-nota
            OPEN I-O alertas-file
            IF fs-alertas-fichero-no-existe
                OPEN OUTPUT alertas-file
                CLOSE alertas-file
                OPEN I-O alertas-file
            END-IF
            WRITE alerta-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE alertas-file.

       siguiente-alerta-id.
            OPEN INPUT alertas-contador-file
            IF fs-alertas-ctr-ok
                READ alertas-contador-file
                    NOT AT END
                        MOVE alertas-contador-rec
                            TO ws-siguiente-alerta-id
                END-READ
                CLOSE alertas-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-alerta-id
            END-IF
            ADD 1 TO ws-siguiente-alerta-id
            OPEN OUTPUT alertas-contador-file
            MOVE ws-siguiente-alerta-id TO alertas-contador-rec
            WRITE alertas-contador-rec
            CLOSE alertas-contador-file.

       END PROGRAM rutinas_65.
