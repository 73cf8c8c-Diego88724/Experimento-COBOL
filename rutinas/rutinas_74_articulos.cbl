      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: a small menu-driven utility for maintaining
      *     articulos.dat, the article master the presupuesto mode
      *     of rutinas_3 now prices from (articulo.cpy): alta with
      *     description, unit and list price, baja without deleting
      *     history, price change, and a console listing - the same
      *     shape rutinas_64 gives clientes.dat.
      *   - articles now carry their VAT code (ar-tipo-iva: general,
      *     reduced or exempt, rates in tipos_iva.dat): asked on
      *     alta, changed with the new option 5 and shown in the
      *     listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_74.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.

       DATA DIVISION.
       FILE SECTION.
       FD  articulos-file.
       COPY articulo.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       01 ws-opcion pic x.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-precio-entrada pic x(4).
       01 ws-precio-entrada-num redefines ws-precio-entrada
           pic 9(2)v99.
       01 ws-precio-valido-sw pic x value 'N'.
           88 ws-precio-valido value 'Y'.
       01 ws-precio-edit pic z9.99.
       01 ws-tipo-iva-valido-sw pic x value 'N'.
           88 ws-tipo-iva-valido value 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "6"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-articulo
                WHEN "2"
                    PERFORM baja-articulo
                WHEN "3"
                    PERFORM cambia-precio-articulo
                WHEN "4"
                    PERFORM lista-articulos
                WHEN "5"
                    PERFORM cambia-iva-articulo
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de articulo  2) baja de articulo"
            DISPLAY "3) cambiar precio  4) listar  5) tipo de IVA"
            DISPLAY "6) salir"
            ACCEPT ws-opcion.

       abre-maestro.
            OPEN I-O articulos-file
            IF fs-ar-fichero-no-existe
                OPEN OUTPUT articulos-file
                CLOSE articulos-file
                OPEN I-O articulos-file
            END-IF.

       pide-precio.
            MOVE 'N' TO ws-precio-valido-sw
            PERFORM pide-precio-valor UNTIL ws-precio-valido.

       pide-precio-valor.
            DISPLAY "precio de tarifa (0001-9999, con dos decimales "
                    "implicitos, ej. 1250 = 12.50): "
            ACCEPT ws-precio-entrada
            IF ws-precio-entrada IS NUMERIC
                    AND ws-precio-entrada > "0000"
                MOVE ws-precio-entrada-num TO ar-precio
                SET ws-precio-valido TO TRUE
            ELSE
                DISPLAY "ERROR: precio no valido"
            END-IF.

       pide-tipo-iva.
            MOVE 'N' TO ws-tipo-iva-valido-sw
            PERFORM pide-tipo-iva-valor UNTIL ws-tipo-iva-valido.

       pide-tipo-iva-valor.
            DISPLAY "tipo de IVA (G general, R reducido, E exento): "
            ACCEPT ar-tipo-iva
            IF ar-iva-valido
                SET ws-tipo-iva-valido TO TRUE
            ELSE
                DISPLAY "ERROR: tipo de IVA no valido"
            END-IF.

       alta-articulo.
            DISPLAY "codigo del nuevo articulo: "
            ACCEPT ar-codigo
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ articulos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                DISPLAY "ERROR: ya existe un articulo con ese codigo"
            ELSE
                DISPLAY "descripcion del articulo: "
                ACCEPT ar-descripcion
                DISPLAY "unidad de medida (UD, KG, M, ...): "
                ACCEPT ar-unidad
                PERFORM pide-precio
                PERFORM pide-tipo-iva
                SET ar-activo TO TRUE
                WRITE articulo-rec
            END-IF
            CLOSE articulos-file.

       baja-articulo.
            DISPLAY "codigo del articulo a dar de baja: "
            ACCEPT ar-codigo
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ articulos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                SET ar-inactivo TO TRUE
                REWRITE articulo-rec
            ELSE
                DISPLAY "ERROR: no existe un articulo con ese codigo"
            END-IF
            CLOSE articulos-file.

       cambia-precio-articulo.
            DISPLAY "codigo del articulo: "
            ACCEPT ar-codigo
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ articulos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                MOVE ar-precio TO ws-precio-edit
                DISPLAY "precio actual: " ws-precio-edit
                PERFORM pide-precio
                REWRITE articulo-rec
            ELSE
                DISPLAY "ERROR: no existe un articulo con ese codigo"
            END-IF
            CLOSE articulos-file.

       cambia-iva-articulo.
            DISPLAY "codigo del articulo: "
            ACCEPT ar-codigo
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ articulos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                DISPLAY "tipo de IVA actual: " ar-tipo-iva
                PERFORM pide-tipo-iva
                REWRITE articulo-rec
            ELSE
                DISPLAY "ERROR: no existe un articulo con ese codigo"
            END-IF
            CLOSE articulos-file.

       lista-articulos.
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT articulos-file
            IF NOT fs-ar-ok
                DISPLAY "aviso: no se encontro articulos.dat, no hay "
                        "nada que listar"
            ELSE
                MOVE LOW-VALUES TO ar-codigo
                START articulos-file KEY IS NOT LESS THAN ar-codigo
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-articulo UNTIL ws-lista-eof
                CLOSE articulos-file
            END-IF.

       lista-siguiente-articulo.
            READ articulos-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    MOVE ar-precio TO ws-precio-edit
                    IF ar-inactivo
                        DISPLAY ar-codigo " " ar-descripcion " "
                                ar-unidad " " ws-precio-edit " "
                                ar-tipo-iva " (BAJA)"
                    ELSE
                        DISPLAY ar-codigo " " ar-descripcion " "
                                ar-unidad " " ws-precio-edit " "
                                ar-tipo-iva
                    END-IF
            END-READ.

       END PROGRAM rutinas_74.
