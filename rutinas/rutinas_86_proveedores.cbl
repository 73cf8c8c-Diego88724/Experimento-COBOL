      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: a small menu-driven utility for maintaining
      *     proveedores.dat, the supplier master of the payables
      *     ledger (proveedor.cpy): alta with name, tax id, bank
      *     account and payment terms, baja without deleting
      *     history, change of the payment details, and a console
      *     listing - the same shape rutinas_64 gives clientes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_86.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT proveedores-file ASSIGN TO "proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pv-codigo
               FILE STATUS IS ws-pv-status.

       DATA DIVISION.
       FILE SECTION.
       FD  proveedores-file.
       COPY proveedor.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pv-status==
                              ==:FS-PREFIJO:== BY ==fs-pv==.
       01 ws-opcion pic x.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-dias-entrada pic x(3).
       01 ws-dias-num redefines ws-dias-entrada pic 9(3).
       01 ws-dias-valido-sw pic x value 'N'.
           88 ws-dias-valido value 'Y'.
       01 ws-iban-valido-sw pic x value 'N'.
           88 ws-iban-valido value 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-proveedor
                WHEN "2"
                    PERFORM baja-proveedor
                WHEN "3"
                    PERFORM cambia-pago-proveedor
                WHEN "4"
                    PERFORM lista-proveedores
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de proveedor  2) baja de proveedor"
            DISPLAY "3) datos de pago  4) listar  5) salir"
            ACCEPT ws-opcion.

       abre-maestro.
            OPEN I-O proveedores-file
            IF fs-pv-fichero-no-existe
                OPEN OUTPUT proveedores-file
                CLOSE proveedores-file
                OPEN I-O proveedores-file
            END-IF.

       lee-proveedor.
            MOVE 'N' TO ws-encontrado-sw
            READ proveedores-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       pide-iban.
            MOVE 'N' TO ws-iban-valido-sw
            PERFORM pide-iban-valor UNTIL ws-iban-valido.

       pide-iban-valor.
            DISPLAY "cuenta de pago (IBAN, sin espacios): "
            ACCEPT pv-iban
            IF pv-iban = SPACES
                DISPLAY "ERROR: la cuenta de pago es obligatoria"
            ELSE
                SET ws-iban-valido TO TRUE
            END-IF.

       pide-dias-pago.
            MOVE 'N' TO ws-dias-valido-sw
            PERFORM pide-dias-valor UNTIL ws-dias-valido.

       pide-dias-valor.
            DISPLAY "plazo de pago en dias (000-999): "
            ACCEPT ws-dias-entrada
            IF ws-dias-entrada IS NUMERIC
                MOVE ws-dias-num TO pv-dias-pago
                SET ws-dias-valido TO TRUE
            ELSE
                DISPLAY "ERROR: plazo no valido"
            END-IF.

       alta-proveedor.
            DISPLAY "codigo del nuevo proveedor: "
            ACCEPT pv-codigo
            PERFORM abre-maestro
            PERFORM lee-proveedor
            IF ws-encontrado
                DISPLAY "ERROR: ya existe un proveedor con ese codigo"
            ELSE
                DISPLAY "nombre del proveedor: "
                ACCEPT pv-nombre
                DISPLAY "NIF: "
                ACCEPT pv-nif
                PERFORM pide-iban
                PERFORM pide-dias-pago
                SET pv-activo TO TRUE
                WRITE proveedor-rec
            END-IF
            CLOSE proveedores-file.

       baja-proveedor.
            DISPLAY "codigo del proveedor a dar de baja: "
            ACCEPT pv-codigo
            PERFORM abre-maestro
            PERFORM lee-proveedor
            IF ws-encontrado
                SET pv-inactivo TO TRUE
                REWRITE proveedor-rec
            ELSE
                DISPLAY "ERROR: no existe un proveedor con ese codigo"
            END-IF
            CLOSE proveedores-file.

       cambia-pago-proveedor.
            DISPLAY "codigo del proveedor: "
            ACCEPT pv-codigo
            PERFORM abre-maestro
            PERFORM lee-proveedor
            IF ws-encontrado
                DISPLAY "cuenta actual: " pv-iban
                        "  plazo actual: " pv-dias-pago " dias"
                PERFORM pide-iban
                PERFORM pide-dias-pago
                REWRITE proveedor-rec
            ELSE
                DISPLAY "ERROR: no existe un proveedor con ese codigo"
            END-IF
            CLOSE proveedores-file.

       lista-proveedores.
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT proveedores-file
            IF NOT fs-pv-ok
                DISPLAY "aviso: no se encontro proveedores.dat, no "
                        "hay nada que listar"
            ELSE
                MOVE LOW-VALUES TO pv-codigo
                START proveedores-file KEY IS NOT LESS THAN pv-codigo
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-proveedor UNTIL ws-lista-eof
                CLOSE proveedores-file
            END-IF.

       lista-siguiente-proveedor.
            READ proveedores-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF pv-inactivo
                        DISPLAY pv-codigo " " pv-nombre " " pv-nif
                                " " pv-iban " " pv-dias-pago
                                " dias (BAJA)"
                    ELSE
                        DISPLAY pv-codigo " " pv-nombre " " pv-nif
                                " " pv-iban " " pv-dias-pago " dias"
                    END-IF
            END-READ.

       END PROGRAM rutinas_86.
