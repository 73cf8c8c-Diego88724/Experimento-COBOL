      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: purchase invoice entry for the payables
      *     ledger. An invoice is keyed against an active supplier
      *     from proveedores.dat with the supplier's own invoice
      *     number, date, concept, amount and due date - left blank,
      *     the due date is the invoice date plus the supplier's
      *     payment terms (pv-dias-pago) over the commercial
      *     calendar - and recorded pending in facturas_proveedor.dat
      *     (factura_proveedor.cpy); the same invoice cannot be
      *     entered twice. Option 2 lists a supplier's invoices with
      *     what is still owed to it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_87.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT proveedores-file ASSIGN TO "proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pv-codigo
               FILE STATUS IS ws-pv-status.
           SELECT facturas-prov-file ASSIGN TO "facturas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fp-clave
               FILE STATUS IS ws-fp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  proveedores-file.
       COPY proveedor.

       FD  facturas-prov-file.
       COPY factura_proveedor.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pv-status==
                              ==:FS-PREFIJO:== BY ==fs-pv==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fp-status==
                              ==:FS-PREFIJO:== BY ==fs-fp==.
       01 ws-opcion pic x.
       01 ws-operador-id pic x(10).
       01 ws-proveedor pic x(6).
       01 ws-proveedor-valido-sw pic x value 'N'.
           88 ws-proveedor-valido value 'Y'.
       01 ws-dias-pago pic 9(3) value 0.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-factura pic x(12).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-fecha-factura pic 9(8).
       01 ws-fecha-factura-partes redefines ws-fecha-factura.
           05 ff-aaaa pic 9(4).
           05 ff-mm   pic 9(2).
           05 ff-dd   pic 9(2).
       01 ws-fecha-vencimiento pic 9(8).
       01 ws-fecha-vencimiento-partes redefines ws-fecha-vencimiento.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).
       01 ws-serial-vencimiento pic 9(7).
       01 ws-resto-vencimiento pic 9(3).
       01 ws-importe-entrada pic x(9).
       01 ws-importe-num redefines ws-importe-entrada pic 9(7)v99.
       01 ws-importe-valido-sw pic x value 'N'.
           88 ws-importe-valido value 'Y'.
       01 ws-importe-edit pic z(6)9.99.
       01 ws-pendiente-proveedor pic 9(9)v99 value 0.
       01 ws-pendiente-edit pic z(8)9.99.
       01 ws-facturas-count pic 9(5) value 0.
       01 ws-estado-texto pic x(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "3"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM registra-factura
                WHEN "2"
                    PERFORM consulta-facturas
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) registrar factura recibida"
            DISPLAY "2) facturas de un proveedor  3) salir"
            ACCEPT ws-opcion.

       valida-proveedor.
            MOVE 'N' TO ws-proveedor-valido-sw
            DISPLAY "codigo de proveedor: "
            ACCEPT ws-proveedor
            OPEN INPUT proveedores-file
            IF NOT fs-pv-ok
                DISPLAY "ERROR: no se encontro proveedores.dat"
            ELSE
                MOVE ws-proveedor TO pv-codigo
                READ proveedores-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe el proveedor "
                                ws-proveedor
                    NOT INVALID KEY
                        SET ws-proveedor-valido TO TRUE
                        DISPLAY pv-nombre " - plazo " pv-dias-pago
                                " dias"
                END-READ
                CLOSE proveedores-file
            END-IF.

       abre-facturas.
            OPEN I-O facturas-prov-file
            IF fs-fp-fichero-no-existe
                OPEN OUTPUT facturas-prov-file
                CLOSE facturas-prov-file
                OPEN I-O facturas-prov-file
            END-IF.

       registra-factura.
            PERFORM valida-proveedor
            IF ws-proveedor-valido AND pv-inactivo
                DISPLAY "ERROR: el proveedor " ws-proveedor
                        " esta de baja, no admite facturas nuevas"
                MOVE 'N' TO ws-proveedor-valido-sw
            END-IF
            IF ws-proveedor-valido
                MOVE pv-dias-pago TO ws-dias-pago
                DISPLAY "numero de factura del proveedor: "
                ACCEPT ws-factura
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-facturas
                MOVE ws-proveedor TO fp-proveedor
                MOVE ws-factura TO fp-factura
                READ facturas-prov-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF ws-encontrado
                    DISPLAY "ERROR: esa factura ya esta registrada"
                ELSE
                    PERFORM completa-factura
                    WRITE factura-proveedor-rec
                    MOVE fp-importe TO ws-importe-edit
                    DISPLAY "factura " ws-factura " registrada por "
                            ws-importe-edit ", vence el "
                            fp-vencimiento
                END-IF
                CLOSE facturas-prov-file
            END-IF.

       completa-factura.
            MOVE SPACES TO factura-proveedor-rec
            MOVE ws-proveedor TO fp-proveedor
            MOVE ws-factura TO fp-factura
            PERFORM pide-fecha-factura
            MOVE ws-fecha-factura TO fp-fecha
            DISPLAY "concepto: "
            ACCEPT fp-concepto
            PERFORM pide-importe
            MOVE ws-importe-num TO fp-importe
            PERFORM pide-vencimiento
            MOVE ws-fecha-vencimiento TO fp-vencimiento
            SET fp-pendiente TO TRUE
            MOVE 0 TO fp-propuesta
            MOVE 0 TO fp-fecha-pago
            MOVE ws-operador-id TO fp-operador
            ACCEPT fp-fecha-alta FROM DATE YYYYMMDD.

       pide-fecha-factura.
            MOVE 'N' TO ws-fecha-valida-sw
            PERFORM pide-fecha-factura-valor UNTIL ws-fecha-valida.

       pide-fecha-factura-valor.
            DISPLAY "fecha de la factura (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada IS NUMERIC
                MOVE ws-fecha-num TO ws-fecha-factura
                IF ff-mm > 0 AND ff-mm < 13
                        AND ff-dd > 0 AND ff-dd < 32
                    SET ws-fecha-valida TO TRUE
                END-IF
            END-IF
            IF NOT ws-fecha-valida
                DISPLAY "ERROR: fecha no valida"
            END-IF.

       pide-importe.
            MOVE 'N' TO ws-importe-valido-sw
            PERFORM pide-importe-valor UNTIL ws-importe-valido.

       pide-importe-valor.
            DISPLAY "importe (nueve digitos, dos decimales "
                    "implicitos): "
            ACCEPT ws-importe-entrada
            IF ws-importe-entrada IS NUMERIC AND ws-importe-num > 0
                SET ws-importe-valido TO TRUE
            ELSE
                DISPLAY "ERROR: importe no valido"
            END-IF.

       pide-vencimiento.
            MOVE 'N' TO ws-fecha-valida-sw
            PERFORM pide-vencimiento-valor UNTIL ws-fecha-valida.

       pide-vencimiento-valor.
            DISPLAY "vencimiento (AAAAMMDD, blanco = segun plazo del "
                    "proveedor): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                PERFORM calcula-vencimiento
                SET ws-fecha-valida TO TRUE
            ELSE
                IF ws-fecha-entrada IS NUMERIC
                        AND ws-fecha-num >= ws-fecha-factura
                    MOVE ws-fecha-num TO ws-fecha-vencimiento
                    SET ws-fecha-valida TO TRUE
                ELSE
                    DISPLAY "ERROR: vencimiento no valido o anterior "
                            "a la factura"
                END-IF
            END-IF.

       calcula-vencimiento.
      * la fecha de la factura mas el plazo del proveedor sobre el
      * calendario comercial; un dia 31 cuenta como 30
            IF ff-dd > 30
                COMPUTE ws-serial-vencimiento =
                    ff-aaaa * 360 + (ff-mm - 1) * 30 + 29
                    + ws-dias-pago
            ELSE
                COMPUTE ws-serial-vencimiento =
                    ff-aaaa * 360 + (ff-mm - 1) * 30 + ff-dd - 1
                    + ws-dias-pago
            END-IF
            DIVIDE ws-serial-vencimiento BY 360 GIVING fv-aaaa
                REMAINDER ws-resto-vencimiento
            DIVIDE ws-resto-vencimiento BY 30 GIVING fv-mm
                REMAINDER fv-dd
            ADD 1 TO fv-mm
            ADD 1 TO fv-dd.

       consulta-facturas.
            PERFORM valida-proveedor
            IF ws-proveedor-valido
                MOVE 0 TO ws-facturas-count
                MOVE 0 TO ws-pendiente-proveedor
                MOVE 'N' TO ws-lista-eof-sw
                OPEN INPUT facturas-prov-file
                IF NOT fs-fp-ok
                    DISPLAY "aviso: no hay facturas de proveedor "
                            "registradas"
                ELSE
                    MOVE ws-proveedor TO fp-proveedor
                    MOVE LOW-VALUES TO fp-factura
                    START facturas-prov-file
                        KEY IS NOT LESS THAN fp-clave
                        INVALID KEY
                            SET ws-lista-eof TO TRUE
                    END-START
                    PERFORM lista-siguiente-factura
                        UNTIL ws-lista-eof
                    CLOSE facturas-prov-file
                END-IF
                MOVE ws-pendiente-proveedor TO ws-pendiente-edit
                DISPLAY ws-facturas-count " facturas, pendiente de "
                        "pago " ws-pendiente-edit
            END-IF.

       lista-siguiente-factura.
            READ facturas-prov-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF fp-proveedor NOT = ws-proveedor
                        SET ws-lista-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-facturas-count
                        IF fp-pendiente
                            ADD fp-importe TO ws-pendiente-proveedor
                            MOVE "pendiente" TO ws-estado-texto
                        ELSE
                            MOVE "pagada" TO ws-estado-texto
                        END-IF
                        MOVE fp-importe TO ws-importe-edit
                        DISPLAY fp-factura " " fp-fecha " vence "
                                fp-vencimiento " " ws-importe-edit
                                " " ws-estado-texto
                    END-IF
            END-READ.

       END PROGRAM rutinas_87.
