      *     pending state, so the shift lead reviews one screen
      *     (rutinas_48) instead of remembering to open this
      *     program's own log file.
      *   - supplier payments ("pagos" lines of totales_mensuales.dat,
      *     posted by rutinas_57) never go through the maestro, so
      *     they are left out of the expected side: the day still
      *     appears and can settle, and the payments reach the
      *     ledger export instead of turning every payment day into
      *     a DESCUADRE.
      *   - settlement stays in home currency with foreign-currency
      *     branch feeds: the maestro side sums tr-importe, the EUR
      *     figure rutinas_26 converts at the day's rate, never the
      *     original importe in the feed's currency, so a branch feeding
      *     in dollars settles against the EUR totals like any other.
      *   - the two legs of an inter-branch transfer (rutinas_126,
      *     recognised by their descripcion_traspaso.cpy description)
      *     are left out of the maestro side and of the branch
      *     breakdown: they are internal movements with no
      *     totales_mensuales.dat line and cancel each other out, so
      *     counting them would turn every transfer day into a
      *     DESCUADRE. Whether they net to zero is reconciled by
      *     rutinas_127.
      *   - a transaction on hold or in dispute (tr-estado-sw, set by a
      *     supervisor in rutinas_128) is left out of the settled
      *     maestro side and out of the branch breakdown; its amount is
      *     kept per day as retenido, printed under the day and counted
      *     towards the check against totales_mensuales.dat, which still
      *     includes it, and every such transaction is listed separately
      *     at the end of the report. One released on a later day
      *     (tr-estado-fecha) stays as retenido on its own day and
      *     settles on the release day, printed there as liberado
      *     and in that day's branch breakdown, outside the check
      *     against that day's totals; it is listed at the end among
      *     the liberadas. rutinas_128 only holds a transaction whose
      *     day has no asientos_AAAAMMDD.dat yet, so every held
      *     amount was left out of its own day's entry and its
      *     release is settled and exported only once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_28.
           REPLACING ==:FS-CAMPO:== BY ==ws-liquidacion-status==
                     ==:FS-PREFIJO:== BY ==fs-liquidacion==.
       COPY totales.
       COPY descripcion_traspaso.
       01 ws-transaccion-eof-sw pic x value 'N'.
           88 ws-transaccion-eof value 'Y'.
       01 ws-totales-eof-sw pic x value 'N'.
           05 ws-transac-entrada occurs 200 times.
               10 lb-fecha  pic 9(8).
               10 lb-total  pic s9(7)v99 value 0.
               10 lb-retenido pic s9(7)v99 value 0.
               10 lb-liberado pic s9(7)v99 value 0.
       01 ws-transac-count pic 9(3) value 0.
       01 ws-tabla-llena-avisada-sw pic x value 'N'.
           88 ws-tabla-llena-avisada value 'Y'.
       01 ws-suc-count pic 9(3) value 0.
       01 ws-suc-idx pic 9(3).
       01 ws-sucursal-linea pic x(4).
       01 ws-fecha-sucursal pic 9(8).
       01 ws-linea-sucursal.
           05 filler         pic x(6) value "  suc ".
           05 wsu-sucursal   pic x(4).
           05 filler         pic x(2) value ": ".
           05 wsu-total      pic z(6)9.99-.

       01 ws-ret-tabla.
           05 ws-ret-entrada occurs 200 times.
               10 rt-numero   pic 9(8).
               10 rt-fecha    pic 9(8).
               10 rt-sucursal pic x(4).
               10 rt-importe  pic 9(7)v99.
               10 rt-estado   pic x(1).
               10 rt-estado-fecha pic 9(8).
       01 ws-ret-count pic 9(3) value 0.
       01 ws-lib-count pic 9(3) value 0.
       01 ws-ret-idx pic 9(3).
       01 ws-total-con-retenido pic s9(7)v99.
       01 ws-linea-retenido.
           05 filler         pic x(12) value "  retenido: ".
           05 wrt-total      pic z(6)9.99-.
       01 ws-linea-liberado.
           05 filler         pic x(12) value "  liberado: ".
           05 wlb-total      pic z(6)9.99-.
       01 ws-linea-ret-titulo pic x(60) value
           "retenidas y disputadas fuera de la liquidacion:".
       01 ws-linea-ret-detalle.
           05 filler         pic x(2) value spaces.
           05 wrd-numero     pic 9(8).
           05 filler         pic x(1) value space.
           05 wrd-fecha      pic 9(8).
           05 filler         pic x(1) value space.
           05 wrd-sucursal   pic x(4).
           05 filler         pic x(1) value space.
           05 wrd-importe    pic z(6)9.99.
           05 filler         pic x(1) value space.
           05 wrd-estado     pic x(10).
           05 filler         pic x(1) value space.
           05 wrd-estado-fecha pic x(8).
       01 ws-linea-ret-fin.
           05 filler         pic x(22) value
               "  total retenidas:    ".
           05 wrf-count      pic zz9.
       01 ws-linea-lib-titulo pic x(60) value
           "liberadas, liquidadas el dia en que se soltaron:".
       01 ws-linea-lib-fin.
           05 filler         pic x(22) value
               "  total liberadas:    ".
           05 wlf-count      pic zz9.

       01 ws-liq-tabla.
           05 ws-liq-entrada occurs 200 times.
               10 lt-fecha  pic 9(8).
            PERFORM graba-linea-liquidacion
                VARYING ws-transac-idx FROM 1 BY 1
                UNTIL ws-transac-idx > ws-transac-count
            IF ws-ret-count > ws-lib-count
                PERFORM graba-lista-retenidas
            END-IF
            IF ws-lib-count > 0
                PERFORM graba-lista-liberadas
            END-IF
            CLOSE liquidacion-file.

       fin-programa.
                AT END
                    SET ws-transaccion-eof TO TRUE
                NOT AT END
      * las dos patas de un traspaso entre sucursales (rutinas_126)
      * son movimiento interno, no venta: no tienen linea en
      * totales_mensuales.dat y se anulan entre si, asi que no entran
      * en la liquidacion; su cuadre es el de rutinas_127
                    MOVE tr-descripcion TO ws-descripcion-traspaso
      * una retenida o disputada (tr-estado-sw) queda fuera de lo
      * liquidado y se lista aparte, al final del informe
                    IF NOT ds-es-traspaso
                            OR ds-referencia IS NOT NUMERIC
                        IF tr-fuera-liquidacion
                            PERFORM acumula-retenida
                        ELSE
                            IF tr-liberada
                                    AND tr-estado-fecha IS NUMERIC
                                    AND tr-estado-fecha > tr-fecha
                                PERFORM acumula-liberada
                            ELSE
                                PERFORM acumula-transaccion
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       acumula-transaccion.
            PERFORM ubica-entrada-dia
      * tr-importe es siempre el importe en EUR; lo cargado de un
      * feed en divisa ya llega convertido (tr-importe-origen no se
      * suma nunca)
            IF ws-transac-idx <= ws-transac-count
                ADD tr-importe TO lb-total(ws-transac-idx)
            END-IF
            MOVE tr-fecha TO ws-fecha-sucursal
            PERFORM acumula-sucursal.

       acumula-retenida.
      * el importe retenido del dia se guarda aparte: no se liquida,
      * pero el total de totales_mensuales.dat lo sigue incluyendo,
      * asi que entra en el cuadre del dia
            PERFORM ubica-entrada-dia
            IF ws-transac-idx <= ws-transac-count
                ADD tr-importe TO lb-retenido(ws-transac-idx)
            END-IF
            PERFORM anota-retenida.

       acumula-liberada.
      * liberada en un dia posterior: en su dia cuenta como retenida,
      * porque los totales de ese dia la incluyen y no se liquido, y
      * se liquida el dia en que se solto, fuera del cuadre de ese
      * dia, cuyos totales no la traen
            PERFORM ubica-entrada-dia
            IF ws-transac-idx <= ws-transac-count
                ADD tr-importe TO lb-retenido(ws-transac-idx)
            END-IF
            MOVE tr-estado-fecha TO ws-fecha-busca
            PERFORM ubica-entrada-fecha
            IF ws-transac-idx <= ws-transac-count
                ADD tr-importe TO lb-liberado(ws-transac-idx)
            END-IF
            MOVE tr-estado-fecha TO ws-fecha-sucursal
            PERFORM acumula-sucursal
            PERFORM anota-retenida.

       anota-retenida.
            IF ws-ret-count < 200
                ADD 1 TO ws-ret-count
                MOVE tr-numero-transaccion TO rt-numero(ws-ret-count)
                MOVE tr-fecha TO rt-fecha(ws-ret-count)
                MOVE tr-sucursal TO rt-sucursal(ws-ret-count)
                MOVE tr-importe TO rt-importe(ws-ret-count)
                MOVE tr-estado-sw TO rt-estado(ws-ret-count)
                MOVE tr-estado-fecha TO rt-estado-fecha(ws-ret-count)
                IF tr-liberada
                    ADD 1 TO ws-lib-count
                END-IF
            ELSE
                PERFORM avisa-tabla-llena
            END-IF.

       ubica-entrada-dia.
            MOVE tr-fecha TO ws-fecha-busca
            PERFORM ubica-entrada-fecha.

       ubica-entrada-fecha.
            PERFORM busca-entrada-transac
            IF NOT ws-entrada-encontrada
                IF ws-transac-count < 200
                    ADD 1 TO ws-transac-count
                    MOVE ws-transac-count TO ws-transac-idx
                    MOVE ws-fecha-busca TO lb-fecha(ws-transac-idx)
                    MOVE 0 TO lb-total(ws-transac-idx)
                ELSE
                    PERFORM avisa-tabla-llena
                END-IF
            END-IF.

       acumula-sucursal.
      * desglose informativo por sucursal de origen; las
      * transacciones de casa (tr-sucursal en blanco) agrupan bajo
            MOVE 1 TO ws-suc-idx
            PERFORM UNTIL ws-suc-idx > ws-suc-count
                    OR ws-entrada-encontrada
                IF sc-fecha(ws-suc-idx) = ws-fecha-sucursal
                        AND sc-sucursal(ws-suc-idx)
                            = ws-sucursal-linea
                    SET ws-entrada-encontrada TO TRUE
                IF ws-suc-count < 400
                    ADD 1 TO ws-suc-count
                    MOVE ws-suc-count TO ws-suc-idx
                    MOVE ws-fecha-sucursal TO sc-fecha(ws-suc-idx)
                    MOVE ws-sucursal-linea
                        TO sc-sucursal(ws-suc-idx)
                ELSE
                            PERFORM avisa-tabla-llena
                        END-IF
                    END-IF
      * los pagos a proveedores no tienen transaccion en el maestro
                    IF ws-liq-idx <= ws-liq-count
                            AND NOT tt-sin-maestro
                        MOVE tt-total TO ws-tt-total-num
                        IF tt-signo = '-'
                            SUBTRACT ws-tt-total-num
            MOVE lb-fecha(ws-transac-idx) TO wl-fecha
            MOVE lb-total(ws-transac-idx) TO wl-transac
            MOVE ws-tt-total-num TO wl-esperado
      * lo liquidado mas lo retenido tiene que cuadrar con lo
      * esperado
            COMPUTE ws-total-con-retenido = lb-total(ws-transac-idx)
                + lb-retenido(ws-transac-idx)
            IF ws-total-con-retenido = ws-tt-total-num
                MOVE "OK" TO wl-resultado
            ELSE
                MOVE "DESCUADRE" TO wl-resultado
            END-IF
            MOVE ws-linea-liquidacion TO liquidacion-rec
            WRITE liquidacion-rec
            IF lb-retenido(ws-transac-idx) NOT = 0
                MOVE lb-retenido(ws-transac-idx) TO wrt-total
                MOVE ws-linea-retenido TO liquidacion-rec
                WRITE liquidacion-rec
            END-IF
            IF lb-liberado(ws-transac-idx) NOT = 0
                MOVE lb-liberado(ws-transac-idx) TO wlb-total
                MOVE ws-linea-liberado TO liquidacion-rec
                WRITE liquidacion-rec
            END-IF
            PERFORM graba-desglose-sucursal
                VARYING ws-suc-idx FROM 1 BY 1
                UNTIL ws-suc-idx > ws-suc-count.
                WRITE liquidacion-rec
            END-IF.

       graba-lista-retenidas.
            MOVE SPACES TO liquidacion-rec
            WRITE liquidacion-rec
            MOVE ws-linea-ret-titulo TO liquidacion-rec
            WRITE liquidacion-rec
            PERFORM graba-linea-retenida
                VARYING ws-ret-idx FROM 1 BY 1
                UNTIL ws-ret-idx > ws-ret-count
            COMPUTE wrf-count = ws-ret-count - ws-lib-count
            MOVE ws-linea-ret-fin TO liquidacion-rec
            WRITE liquidacion-rec.

       graba-lista-liberadas.
            MOVE SPACES TO liquidacion-rec
            WRITE liquidacion-rec
            MOVE ws-linea-lib-titulo TO liquidacion-rec
            WRITE liquidacion-rec
            PERFORM graba-linea-liberada
                VARYING ws-ret-idx FROM 1 BY 1
                UNTIL ws-ret-idx > ws-ret-count
            MOVE ws-lib-count TO wlf-count
            MOVE ws-linea-lib-fin TO liquidacion-rec
            WRITE liquidacion-rec.

       graba-linea-liberada.
            IF rt-estado(ws-ret-idx) = 'L'
                PERFORM graba-detalle-retenida
            END-IF.

       graba-linea-retenida.
            IF rt-estado(ws-ret-idx) NOT = 'L'
                PERFORM graba-detalle-retenida
            END-IF.

       graba-detalle-retenida.
            MOVE rt-numero(ws-ret-idx) TO wrd-numero
            MOVE rt-fecha(ws-ret-idx) TO wrd-fecha
            IF rt-sucursal(ws-ret-idx) = SPACES
                MOVE "CASA" TO wrd-sucursal
            ELSE
                MOVE rt-sucursal(ws-ret-idx) TO wrd-sucursal
            END-IF
            MOVE rt-importe(ws-ret-idx) TO wrd-importe
            MOVE SPACES TO wrd-estado-fecha
            EVALUATE rt-estado(ws-ret-idx)
                WHEN 'D'
                    MOVE "disputada" TO wrd-estado
                WHEN 'L'
                    MOVE "liberada" TO wrd-estado
                    MOVE rt-estado-fecha(ws-ret-idx)
                        TO wrd-estado-fecha
                WHEN OTHER
                    MOVE "retenida" TO wrd-estado
            END-EVALUATE
            MOVE ws-linea-ret-detalle TO liquidacion-rec
            WRITE liquidacion-rec.


       graba-alerta-cola.
      * ademas del log propio, la alerta entra en la cola unica
