      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: invoices and credit notes. The invoices
      *     rutinas_65 issues into facturas.dat (factura.cpy) at
      *     conversion are printed here with the customer from
      *     clientes.dat, the lines and the total: option 1 prints
      *     or reprints one document to factura.log, option 2 prints
      *     the day's run (every invoice and credit note of a date)
      *     to facturas_dia.log. Option 3 issues a credit note
      *     against an earlier invoice, for all of it or part of
      *     it, numbered in its own gap-free series from
      *     abonos_contador.dat and carrying the original invoice
      *     number: it is refused in a closed period, cannot exceed
      *     what is left of the invoice after earlier credit notes,
      *     posts a '-' line to totales_mensuales.dat under
      *     "abono" as an anulacion does, and takes the amount off
      *     the invoice's open item in partidas_abiertas.dat.
      *   - documents now show VAT: each line's VAT code, the
      *     taxable base, the VAT per rate and the total including
      *     VAT. A credit note is keyed for an amount including
      *     VAT and takes the invoice's breakdown - all of it when
      *     it cancels the whole invoice, in proportion otherwise;
      *     its totales_mensuales.dat line carries the net base,
      *     the open item comes down by the gross.
      *   - a credit note against an invoice sold on a payment plan now
      *     comes off its instalment open items in instalment order,
      *     earliest due first; only what exceeds all of them is left in
      *     the customer's favour.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_79.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT facturas-file ASSIGN TO "facturas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-facturas-status.
           SELECT abonos-contador-file
               ASSIGN TO "abonos_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-abonos-contador-status.
           SELECT factura-log-file ASSIGN TO "factura.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-factura-log-status.
           SELECT facturas-dia-file ASSIGN TO "facturas_dia.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-facturas-dia-status.
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
           SELECT totales-file ASSIGN TO "totales_mensuales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-totales-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.

       DATA DIVISION.
       FILE SECTION.
       FD  facturas-file.
       01  facturas-rec pic x(150).

       FD  abonos-contador-file.
       01  abonos-contador-rec pic 9(8).

       FD  factura-log-file.
       01  factura-log-rec pic x(80).

       FD  facturas-dia-file.
       01  facturas-dia-rec pic x(80).

       FD  clientes-file.
       COPY cliente.

       FD  partidas-file.
       COPY partida_abierta.

       FD  totales-file.
       01  totales-rec pic x(56).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-facturas-status==
                              ==:FS-PREFIJO:== BY ==fs-facturas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-abonos-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-abonos-ctr==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-factura-log-status==
                     ==:FS-PREFIJO:== BY ==fs-factura-log==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-facturas-dia-status==
                     ==:FS-PREFIJO:== BY ==fs-facturas-dia==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pa-status==
                              ==:FS-PREFIJO:== BY ==fs-pa==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-totales-status==
                              ==:FS-PREFIJO:== BY ==fs-totales==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY factura.
       COPY totales.
       COPY periodo_cerrado.
       01 ws-opcion pic x.
       01 ws-operador-id pic x(10).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-clientes-abierto-sw pic x value 'N'.
           88 ws-clientes-abierto value 'Y'.
       01 ws-modo-dia-sw pic x value 'N'.
           88 ws-modo-dia value 'Y'.
       01 ws-documento-abierto-sw pic x value 'N'.
           88 ws-documento-abierto value 'Y'.
       01 ws-documentos-count pic 9(5) value 0.
       01 ws-clase-busca pic x(1).
       01 ws-numero-entrada pic x(8).
       01 ws-numero-busca redefines ws-numero-entrada pic 9(8).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-busca redefines ws-fecha-entrada pic 9(8).
       01 ws-doc-clase pic x(1).
       01 ws-doc-numero pic 9(8).
       01 ws-doc-total pic 9(7)v99.
      * IVA del documento en curso y del abono que se emite, una
      * posicion por codigo (G, R, E) con la forma de fh-desglose
       01 ws-doc-con-iva-sw pic x value 'N'.
           88 ws-doc-con-iva value 'Y'.
       01 ws-doc-cuota pic 9(7)v99.
       01 ws-doc-desglose.
           05 ws-doc-iva occurs 3 times.
               10 ws-doc-iva-codigo pic x(1).
               10 ws-doc-iva-pct    pic 9(2)v99.
               10 ws-doc-iva-base   pic 9(7)v99.
               10 ws-doc-iva-cuota  pic 9(7)v99.
       01 ws-iva-idx pic 9(1).
       01 ws-iva-ultima pic 9(1).
       01 ws-abono-cuota pic 9(7)v99.
       01 ws-abono-base pic 9(7)v99.
       01 ws-abono-reparto pic s9(7)v99.
       01 ws-fecha-hoy pic 9(8).
       01 ws-periodo-hoy pic 9(6).
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-run-actual pic 9(5) value 0.
      * datos de la factura original sobre la que se emite el abono
       01 ws-origen-hallada-sw pic x value 'N'.
           88 ws-origen-hallada value 'Y'.
       01 ws-origen-cab pic x(150).
       01 ws-origen-total pic 9(7)v99.
       01 ws-origen-abonado pic 9(7)v99.
       01 ws-origen-disponible pic 9(7)v99.
       01 ws-origen-lineas pic 9(3) value 0.
       01 ws-origen-tabla.
           05 ws-origen-linea occurs 999 times pic x(150).
       01 ws-linea-idx pic 9(3).
       01 ws-abono-valido-sw pic x value 'N'.
           88 ws-abono-valido value 'Y'.
       01 ws-tipo-abono pic x.
           88 ws-abono-total   value 'T' 't'.
           88 ws-abono-parcial value 'P' 'p'.
       01 ws-copia-lineas-sw pic x value 'N'.
           88 ws-copia-lineas value 'Y'.
       01 ws-importe-entrada pic x(9).
       01 ws-importe-num redefines ws-importe-entrada pic 9(7)v99.
       01 ws-importe-abono pic 9(7)v99 value 0.
       01 ws-numero-abono pic 9(8) value 0.
       01 ws-rebaja pic 9(7)v99.
       01 ws-abono-resto pic 9(7)v99.
       01 ws-partidas-factura pic 9(3).
       01 ws-partidas-eof-sw pic x value 'N'.
           88 ws-partidas-eof value 'Y'.
       01 ws-importe-edit pic z(6)9.99.
       01 ws-cabecera-documento.
           05 cd-titulo  pic x(12).
           05 cd-numero  pic 9(8).
           05 filler     pic x(10) value "  FECHA ".
           05 cd-fecha   pic 9(8).
       01 ws-linea-cliente-doc.
           05 filler     pic x(9) value "CLIENTE: ".
           05 ld-cliente pic x(6).
           05 filler     pic x(1) value spaces.
           05 ld-nombre  pic x(20).
       01 ws-linea-referencias.
           05 filler     pic x(15) value "PRESUPUESTO N. ".
           05 lr-presupuesto pic 9(6).
           05 filler     pic x(15) value "  TRANSACCION ".
           05 lr-transaccion pic 9(8).
       01 ws-linea-origen.
           05 filler     pic x(23) value "ABONO S/FACTURA N.    ".
           05 lo-factura pic 9(8).
       01 ws-titulos-documento.
           05 filler pic x(35) value
               "LIN CODIGO DESCRIPCION".
           05 filler pic x(45) value
               "PRECIO  CANTIDAD      IMPORTE  IVA".
       01 ws-linea-documento.
           05 ld-linea       pic zz9.
           05 filler         pic x(1) value spaces.
           05 ld-codigo      pic x(6).
           05 filler         pic x(1) value spaces.
           05 ld-descripcion pic x(20).
           05 filler         pic x(2) value spaces.
           05 ld-precio      pic zz9.99.
           05 filler         pic x(5) value spaces.
           05 ld-cantidad    pic zz9.
           05 filler         pic x(5) value spaces.
           05 ld-importe     pic zzzz9.99.
           05 filler         pic x(6) value spaces.
           05 ld-tipo-iva    pic x(1).
       01 ws-linea-abono-parcial.
           05 filler pic x(30) value
               "ABONO PARCIAL DE LA FACTURA".
       01 ws-linea-base-doc.
           05 filler     pic x(22) value "BASE IMPONIBLE:".
           05 tb-importe pic z(6)9.99.
       01 ws-linea-iva-doc.
           05 filler     pic x(4) value "IVA ".
           05 li-codigo  pic x(1).
           05 filler     pic x(1) value spaces.
           05 li-pct     pic z9.99.
           05 filler     pic x(11) value "%".
           05 li-cuota   pic z(6)9.99.
           05 filler     pic x(6) value "  S/ ".
           05 li-base    pic z(6)9.99.
       01 ws-linea-cuota-doc.
           05 filler     pic x(22) value "TOTAL IVA:".
           05 tc-importe pic z(6)9.99.
       01 ws-linea-total-doc.
           05 td-titulo  pic x(22).
           05 td-importe pic z(6)9.99.
       01 ws-linea-separador pic x(80) value all "-".
       01 ws-linea-impresion pic x(80).
       01 ws-doc-lineas pic 9(3) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "4"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM imprime-documento
                WHEN "2"
                    PERFORM imprime-facturas-dia
                WHEN "3"
                    PERFORM emite-abono
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) imprimir factura o abono  2) facturas del dia"
            DISPLAY "3) emitir abono  4) salir"
            ACCEPT ws-opcion.

       imprime-documento.
            DISPLAY "F factura / A abono: "
            ACCEPT ws-clase-busca
            IF ws-clase-busca = 'f'
                MOVE 'F' TO ws-clase-busca
            END-IF
            IF ws-clase-busca = 'a'
                MOVE 'A' TO ws-clase-busca
            END-IF
            DISPLAY "numero del documento: "
            ACCEPT ws-numero-entrada
            IF ws-numero-entrada NOT NUMERIC
                DISPLAY "ERROR: numero no valido"
            ELSE
                MOVE 'N' TO ws-modo-dia-sw
                OPEN OUTPUT factura-log-file
                PERFORM recorre-facturas
                CLOSE factura-log-file
                IF ws-documentos-count = 0
                    DISPLAY "ERROR: no existe el documento "
                            ws-clase-busca " " ws-numero-busca
                ELSE
                    DISPLAY "documento impreso en factura.log"
                END-IF
            END-IF.

       imprime-facturas-dia.
      * la tirada del dia: todas las facturas y abonos de una fecha,
      * en el orden en que se emitieron
            DISPLAY "fecha AAAAMMDD (en blanco = hoy): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                ACCEPT ws-fecha-busca FROM DATE YYYYMMDD
            END-IF
            IF ws-fecha-entrada NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
            ELSE
                SET ws-modo-dia TO TRUE
                OPEN OUTPUT facturas-dia-file
                PERFORM recorre-facturas
                CLOSE facturas-dia-file
                DISPLAY ws-documentos-count
                        " documentos impresos en facturas_dia.log"
            END-IF.

       recorre-facturas.
            MOVE 0 TO ws-documentos-count
            MOVE 'N' TO ws-documento-abierto-sw
            MOVE 'N' TO ws-eof-sw
            MOVE 'N' TO ws-clientes-abierto-sw
            OPEN INPUT facturas-file
            IF NOT fs-facturas-ok
                DISPLAY "aviso: no se encontro facturas.dat"
            ELSE
                OPEN INPUT clientes-file
                IF fs-cl-ok
                    SET ws-clientes-abierto TO TRUE
                END-IF
                PERFORM lee-linea-factura UNTIL ws-eof
                IF ws-documento-abierto
                    PERFORM cierra-documento
                END-IF
                IF ws-clientes-abierto
                    CLOSE clientes-file
                END-IF
                CLOSE facturas-file
            END-IF.

       lee-linea-factura.
            READ facturas-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE facturas-rec TO ws-fact-linea
                    IF fa-cabecera
                        IF ws-documento-abierto
                            PERFORM cierra-documento
                        END-IF
                        PERFORM selecciona-documento
                    ELSE
                        IF ws-documento-abierto
                                AND fa-clase = ws-doc-clase
                                AND fa-numero = ws-doc-numero
                            PERFORM imprime-linea-documento
                        END-IF
                    END-IF
            END-READ.

       selecciona-documento.
            IF ws-modo-dia
                IF fh-fecha = ws-fecha-busca
                    PERFORM abre-documento
                END-IF
            ELSE
                IF fa-clase = ws-clase-busca
                        AND fa-numero = ws-numero-busca
                    PERFORM abre-documento
                END-IF
            END-IF.

       abre-documento.
            SET ws-documento-abierto TO TRUE
            ADD 1 TO ws-documentos-count
            MOVE fa-clase TO ws-doc-clase
            MOVE fa-numero TO ws-doc-numero
            MOVE fh-total TO ws-doc-total
            MOVE 0 TO ws-doc-lineas
            PERFORM guarda-iva-documento
            IF fa-abono
                MOVE "ABONO N.    " TO cd-titulo
            ELSE
                MOVE "FACTURA N.  " TO cd-titulo
            END-IF
            MOVE fa-numero TO cd-numero
            MOVE fh-fecha TO cd-fecha
            MOVE ws-cabecera-documento TO ws-linea-impresion
            PERFORM escribe-linea
            MOVE fh-cliente TO ld-cliente
            MOVE SPACES TO ld-nombre
            IF fh-cliente = SPACES
                MOVE "VENTA DE MOSTRADOR" TO ld-nombre
            ELSE
                IF ws-clientes-abierto
                    MOVE fh-cliente TO cl-codigo
                    READ clientes-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE cl-nombre TO ld-nombre
                    END-READ
                END-IF
            END-IF
            MOVE ws-linea-cliente-doc TO ws-linea-impresion
            PERFORM escribe-linea
            MOVE fh-presupuesto TO lr-presupuesto
            MOVE fh-transaccion TO lr-transaccion
            MOVE ws-linea-referencias TO ws-linea-impresion
            PERFORM escribe-linea
            IF fa-abono
                MOVE fh-factura-origen TO lo-factura
                MOVE ws-linea-origen TO ws-linea-impresion
                PERFORM escribe-linea
            END-IF
            MOVE ws-titulos-documento TO ws-linea-impresion
            PERFORM escribe-linea.

       imprime-linea-documento.
            ADD 1 TO ws-doc-lineas
            MOVE fd-linea TO ld-linea
            MOVE fd-codigo TO ld-codigo
            MOVE fd-descripcion TO ld-descripcion
            MOVE fd-precio TO ld-precio
            MOVE fd-cantidad TO ld-cantidad
            MOVE fd-importe TO ld-importe
            MOVE fd-tipo-iva TO ld-tipo-iva
            MOVE ws-linea-documento TO ws-linea-impresion
            PERFORM escribe-linea.

       cierra-documento.
      * un abono parcial no lleva lineas: solo el importe abonado
            IF ws-doc-clase = 'A'
                IF ws-doc-lineas = 0
                    MOVE ws-linea-abono-parcial TO ws-linea-impresion
                    PERFORM escribe-linea
                END-IF
                MOVE "TOTAL ABONO:" TO td-titulo
            ELSE
                MOVE "TOTAL FACTURA:" TO td-titulo
            END-IF
            IF ws-doc-con-iva
                COMPUTE tb-importe = ws-doc-total - ws-doc-cuota
                MOVE ws-linea-base-doc TO ws-linea-impresion
                PERFORM escribe-linea
                PERFORM imprime-iva-documento
                    VARYING ws-iva-idx FROM 1 BY 1
                    UNTIL ws-iva-idx > 3
                MOVE ws-doc-cuota TO tc-importe
                MOVE ws-linea-cuota-doc TO ws-linea-impresion
                PERFORM escribe-linea
            END-IF
            MOVE ws-doc-total TO td-importe
            MOVE ws-linea-total-doc TO ws-linea-impresion
            PERFORM escribe-linea
            MOVE ws-linea-separador TO ws-linea-impresion
            PERFORM escribe-linea
            MOVE 'N' TO ws-documento-abierto-sw.

       guarda-iva-documento.
      * un documento de antes del IVA no trae desglose: se imprime
      * y se abona como sin IVA, con la base igual al total
            IF fh-cuota-iva IS NUMERIC
                SET ws-doc-con-iva TO TRUE
                MOVE fh-cuota-iva TO ws-doc-cuota
                PERFORM guarda-posicion-iva
                    VARYING ws-iva-idx FROM 1 BY 1
                    UNTIL ws-iva-idx > 3
            ELSE
                MOVE 'N' TO ws-doc-con-iva-sw
                MOVE 0 TO ws-doc-cuota
            END-IF.

       guarda-posicion-iva.
            MOVE fh-iva-codigo(ws-iva-idx)
                TO ws-doc-iva-codigo(ws-iva-idx)
            MOVE fh-iva-pct(ws-iva-idx) TO ws-doc-iva-pct(ws-iva-idx)
            MOVE fh-iva-base(ws-iva-idx)
                TO ws-doc-iva-base(ws-iva-idx)
            MOVE fh-iva-cuota(ws-iva-idx)
                TO ws-doc-iva-cuota(ws-iva-idx).

       imprime-iva-documento.
            IF ws-doc-iva-base(ws-iva-idx) > 0
                MOVE ws-doc-iva-codigo(ws-iva-idx) TO li-codigo
                MOVE ws-doc-iva-pct(ws-iva-idx) TO li-pct
                MOVE ws-doc-iva-cuota(ws-iva-idx) TO li-cuota
                MOVE ws-doc-iva-base(ws-iva-idx) TO li-base
                MOVE ws-linea-iva-doc TO ws-linea-impresion
                PERFORM escribe-linea
            END-IF.

       escribe-linea.
            IF ws-modo-dia
                MOVE ws-linea-impresion TO facturas-dia-rec
                WRITE facturas-dia-rec
            ELSE
                MOVE ws-linea-impresion TO factura-log-rec
                WRITE factura-log-rec
            END-IF
            MOVE SPACES TO ws-linea-impresion.

       emite-abono.
            MOVE 'N' TO ws-abono-valido-sw
            PERFORM verifica-periodo-cerrado
            IF ws-periodo-cerrado
                DISPLAY "ERROR: el periodo " ws-periodo-hoy
                        " esta cerrado, no se emite el abono"
            ELSE
                PERFORM pide-factura-origen
            END-IF
            IF ws-abono-valido
                PERFORM pide-importe-abono
            END-IF
            IF ws-abono-valido
                PERFORM reparte-iva-abono
                PERFORM graba-totales-abono
                PERFORM rebaja-partida
      * el numero se toma con el abono ya contabilizado, para que la
      * serie de abonos no tenga huecos
                PERFORM siguiente-numero-abono
                PERFORM graba-abono
                MOVE ws-importe-abono TO ws-importe-edit
                DISPLAY "abono " ws-numero-abono " emitido por "
                        ws-importe-edit " sobre la factura "
                        ws-numero-busca
            END-IF.

       pide-factura-origen.
            DISPLAY "numero de la factura a abonar: "
            ACCEPT ws-numero-entrada
            IF ws-numero-entrada NOT NUMERIC
                DISPLAY "ERROR: numero no valido"
            ELSE
                PERFORM localiza-factura-origen
                IF NOT ws-origen-hallada
                    DISPLAY "ERROR: no existe la factura "
                            ws-numero-busca
                ELSE
                    IF ws-origen-abonado >= ws-origen-total
                        DISPLAY "ERROR: la factura " ws-numero-busca
                                " ya esta abonada en su totalidad"
                    ELSE
                        COMPUTE ws-origen-disponible =
                            ws-origen-total - ws-origen-abonado
                        SET ws-abono-valido TO TRUE
                    END-IF
                END-IF
            END-IF.

       pide-importe-abono.
            MOVE ws-origen-disponible TO ws-importe-edit
            DISPLAY "pendiente de abonar, IVA incluido: "
                    ws-importe-edit
            DISPLAY "abono T total / P parcial: "
            ACCEPT ws-tipo-abono
            MOVE 'N' TO ws-copia-lineas-sw
            EVALUATE TRUE
                WHEN ws-abono-total
                    MOVE ws-origen-disponible TO ws-importe-abono
      * las lineas de la factura solo se repiten en el abono cuando
      * este la anula entera; tras un abono parcial ya no cuadrarian
                    IF ws-origen-abonado = 0
                        SET ws-copia-lineas TO TRUE
                    END-IF
                WHEN ws-abono-parcial
                    DISPLAY "importe del abono, IVA incluido (nueve "
                            "digitos, dos decimales implicitos): "
                    ACCEPT ws-importe-entrada
                    IF ws-importe-entrada NOT NUMERIC
                        DISPLAY "ERROR: importe no valido"
                        MOVE 'N' TO ws-abono-valido-sw
                    ELSE
                        IF ws-importe-num = 0
                                OR ws-importe-num > ws-origen-disponible
                            DISPLAY "ERROR: importe no valido, como "
                                    "maximo " ws-importe-edit
                            MOVE 'N' TO ws-abono-valido-sw
                        ELSE
                            MOVE ws-importe-num TO ws-importe-abono
                        END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY "ERROR: tipo de abono no valido"
                    MOVE 'N' TO ws-abono-valido-sw
            END-EVALUATE.

       verifica-periodo-cerrado.
            MOVE 'N' TO ws-periodo-cerrado-sw
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy(1:6) TO ws-periodo-hoy
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT periodos-file
            IF fs-periodos-ok
                PERFORM busca-periodo-cerrado UNTIL ws-eof
                CLOSE periodos-file
            END-IF.

       busca-periodo-cerrado.
            READ periodos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF pc-periodo = ws-periodo-hoy
                        SET ws-periodo-cerrado TO TRUE
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       localiza-factura-origen.
      * una pasada por facturas.dat: la cabecera y las lineas de la
      * factura, y lo que ya se abono contra ella en abonos previos
            MOVE 'N' TO ws-origen-hallada-sw
            MOVE 0 TO ws-origen-total
            MOVE 0 TO ws-origen-abonado
            MOVE 0 TO ws-origen-lineas
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT facturas-file
            IF fs-facturas-ok
                PERFORM lee-factura-origen UNTIL ws-eof
                CLOSE facturas-file
            END-IF.

       lee-factura-origen.
            READ facturas-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE facturas-rec TO ws-fact-linea
                    EVALUATE TRUE
                        WHEN fa-cabecera AND fa-factura
                                AND fa-numero = ws-numero-busca
                            SET ws-origen-hallada TO TRUE
                            MOVE ws-fact-linea TO ws-origen-cab
                            MOVE fh-total TO ws-origen-total
                            PERFORM guarda-iva-documento
                        WHEN fa-cabecera AND fa-abono
                                AND fh-factura-origen = ws-numero-busca
                            ADD fh-total TO ws-origen-abonado
                        WHEN fa-detalle AND fa-factura
                                AND fa-numero = ws-numero-busca
                                AND ws-origen-lineas < 999
                            ADD 1 TO ws-origen-lineas
                            MOVE ws-fact-linea
                                TO ws-origen-linea(ws-origen-lineas)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

       reparte-iva-abono.
      * el abono que anula la factura entera se lleva su desglose
      * tal cual; uno parcial, o el que cierra lo que dejaron otros
      * abonos, lo reparte en proporcion al total de la factura, y
      * el redondeo se ajusta en la base del ultimo codigo con base
            MOVE 0 TO ws-abono-cuota
            IF ws-doc-con-iva
                IF NOT ws-copia-lineas
                    MOVE 0 TO ws-iva-ultima
                    PERFORM prorratea-posicion-iva
                        VARYING ws-iva-idx FROM 1 BY 1
                        UNTIL ws-iva-idx > 3
                    IF ws-iva-ultima > 0
                        COMPUTE ws-abono-reparto = ws-importe-abono
                            - ws-abono-cuota
                            - ws-doc-iva-base(1) - ws-doc-iva-base(2)
                            - ws-doc-iva-base(3)
                        ADD ws-abono-reparto
                            TO ws-doc-iva-base(ws-iva-ultima)
                    END-IF
                ELSE
                    MOVE ws-doc-cuota TO ws-abono-cuota
                END-IF
            END-IF
            COMPUTE ws-abono-base = ws-importe-abono - ws-abono-cuota.

       prorratea-posicion-iva.
            IF ws-doc-iva-base(ws-iva-idx) > 0
                MOVE ws-iva-idx TO ws-iva-ultima
                COMPUTE ws-doc-iva-base(ws-iva-idx) ROUNDED =
                    ws-doc-iva-base(ws-iva-idx) * ws-importe-abono
                    / ws-origen-total
                COMPUTE ws-doc-iva-cuota(ws-iva-idx) ROUNDED =
                    ws-doc-iva-cuota(ws-iva-idx) * ws-importe-abono
                    / ws-origen-total
                ADD ws-doc-iva-cuota(ws-iva-idx) TO ws-abono-cuota
            ELSE
                MOVE 0 TO ws-doc-iva-base(ws-iva-idx)
                MOVE 0 TO ws-doc-iva-cuota(ws-iva-idx)
            END-IF.

       graba-totales-abono.
      * como la anulacion de un calculo: una linea '-' que resta del
      * total del periodo, sin tocar la transaccion de la factura
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO tt-fecha
            MOVE "abono" TO tt-programa
            MOVE 1 TO tt-conteo
            MOVE ws-abono-base TO tt-total
            MOVE '-' TO tt-signo
            PERFORM lee-numero-ejecucion
            MOVE ws-run-actual TO tt-run
            MOVE ws-totales-linea TO totales-rec

            OPEN EXTEND totales-file
            IF fs-totales-fichero-no-existe
                OPEN OUTPUT totales-file
            END-IF
            WRITE totales-rec
            CLOSE totales-file.

       lee-numero-ejecucion.
            MOVE 0 TO ws-run-actual
            OPEN INPUT ejecuciones-file
            IF fs-ejecuciones-ok
                READ ejecuciones-file
                    NOT AT END
                        MOVE ejecuciones-rec TO ws-run-actual
                END-READ
                CLOSE ejecuciones-file
            END-IF.

       rebaja-partida.
      * el abono rebaja lo pendiente de la partida de la factura como
      * un cobro; lo que exceda de lo pendiente queda a favor del
      * cliente y se avisa para que se devuelva o se compense. Una
      * venta de mostrador no tiene partida. Una factura con plan de
      * pagos tiene una partida por plazo; el abono las rebaja por
      * orden de plazo, empezando por la que vence antes
            MOVE ws-origen-cab TO ws-fact-linea
            IF fh-cliente NOT = SPACES
                OPEN I-O partidas-file
                IF NOT fs-pa-ok
                    DISPLAY "aviso: no se encontro "
                            "partidas_abiertas.dat"
                ELSE
                    MOVE ws-importe-abono TO ws-abono-resto
                    MOVE 0 TO ws-partidas-factura
                    MOVE 'N' TO ws-partidas-eof-sw
                    MOVE fh-cliente TO pa-cliente
                    MOVE fh-transaccion TO pa-numero
                    MOVE 0 TO pa-plazo
                    START partidas-file
                        KEY IS NOT LESS THAN pa-clave
                        INVALID KEY
                            SET ws-partidas-eof TO TRUE
                    END-START
                    PERFORM rebaja-siguiente-partida
                        UNTIL ws-partidas-eof OR ws-abono-resto = 0
                    CLOSE partidas-file
                    IF ws-partidas-factura = 0
                        DISPLAY "aviso: la factura no tiene "
                                "partida abierta"
                    ELSE
                        IF ws-abono-resto > 0
                            MOVE ws-abono-resto TO ws-importe-edit
                            DISPLAY "aviso: " ws-importe-edit
                                    " quedan a favor del cliente "
                                    fh-cliente
                        END-IF
                    END-IF
                END-IF
            END-IF.

       rebaja-siguiente-partida.
            READ partidas-file NEXT RECORD
                AT END
                    SET ws-partidas-eof TO TRUE
                NOT AT END
                    IF pa-cliente NOT = fh-cliente
                            OR pa-numero NOT = fh-transaccion
                        SET ws-partidas-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-partidas-factura
                        IF pa-abierta AND pa-pendiente > 0
                            PERFORM aplica-abono-partida
                        END-IF
                    END-IF
            END-READ.

       aplica-abono-partida.
            IF ws-abono-resto > pa-pendiente
                MOVE pa-pendiente TO ws-rebaja
            ELSE
                MOVE ws-abono-resto TO ws-rebaja
            END-IF
            SUBTRACT ws-rebaja FROM ws-abono-resto
            SUBTRACT ws-rebaja FROM pa-pendiente
            IF pa-pendiente = 0
                SET pa-saldada TO TRUE
            END-IF
            ACCEPT pa-fecha-ult-cobro FROM DATE YYYYMMDD
            REWRITE partida-rec.

       siguiente-numero-abono.
            OPEN INPUT abonos-contador-file
            IF fs-abonos-ctr-ok
                READ abonos-contador-file
                    NOT AT END
                        MOVE abonos-contador-rec TO ws-numero-abono
                END-READ
                CLOSE abonos-contador-file
            ELSE
                MOVE 0 TO ws-numero-abono
            END-IF
            ADD 1 TO ws-numero-abono
            OPEN OUTPUT abonos-contador-file
            MOVE ws-numero-abono TO abonos-contador-rec
            WRITE abonos-contador-rec
            CLOSE abonos-contador-file.

       graba-abono.
            OPEN EXTEND facturas-file
            IF fs-facturas-fichero-no-existe
                OPEN OUTPUT facturas-file
            END-IF
            MOVE ws-origen-cab TO ws-fact-linea
            SET fa-abono TO TRUE
            MOVE ws-numero-abono TO fa-numero
            MOVE ws-fecha-hoy TO fh-fecha
            MOVE ws-importe-abono TO fh-total
            MOVE ws-numero-busca TO fh-factura-origen
            MOVE ws-operador-id TO fh-operador
            IF ws-doc-con-iva
                MOVE ws-abono-cuota TO fh-cuota-iva
                PERFORM mueve-posicion-iva-abono
                    VARYING ws-iva-idx FROM 1 BY 1
                    UNTIL ws-iva-idx > 3
            END-IF
            MOVE ws-fact-linea TO facturas-rec
            WRITE facturas-rec
            IF ws-copia-lineas
                PERFORM graba-linea-abono
                    VARYING ws-linea-idx FROM 1 BY 1
                    UNTIL ws-linea-idx > ws-origen-lineas
            END-IF
            CLOSE facturas-file.

       mueve-posicion-iva-abono.
            MOVE ws-doc-iva-codigo(ws-iva-idx)
                TO fh-iva-codigo(ws-iva-idx)
            MOVE ws-doc-iva-pct(ws-iva-idx) TO fh-iva-pct(ws-iva-idx)
            MOVE ws-doc-iva-base(ws-iva-idx)
                TO fh-iva-base(ws-iva-idx)
            MOVE ws-doc-iva-cuota(ws-iva-idx)
                TO fh-iva-cuota(ws-iva-idx).

       graba-linea-abono.
            MOVE ws-origen-linea(ws-linea-idx) TO ws-fact-linea
            SET fa-abono TO TRUE
            MOVE ws-numero-abono TO fa-numero
            MOVE ws-fact-linea TO facturas-rec
            WRITE facturas-rec.

       END PROGRAM rutinas_79.
