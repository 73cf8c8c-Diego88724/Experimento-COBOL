      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of tipos_iva.dat, the VAT rate
      *     table (tipo_iva.cpy). Option 1 enters a rate for a VAT
      *     code (G general, R reduced, E exempt) from a given date,
      *     so a rate change is keyed in advance and everything
      *     dated before it keeps the old rate; option 2 corrects a
      *     rate not yet in force; option 3 lists the table; option
      *     4 shows the rate each code carries on a given date - the
      *     same lookup the quote and the invoice use.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_80.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tipos-iva-file ASSIGN TO "tipos_iva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ti-clave
               FILE STATUS IS ws-ti-status.

       DATA DIVISION.
       FILE SECTION.
       FD  tipos-iva-file.
       COPY tipo_iva.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ti-status==
                              ==:FS-PREFIJO:== BY ==fs-ti==.
       01 ws-opcion pic x.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-codigo pic x(1).
           88 ws-codigo-valido value 'G' 'R' 'E'.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-hoy pic 9(8).
       01 ws-pct-entrada pic x(4).
       01 ws-pct-num redefines ws-pct-entrada pic 9(2)v99.
       01 ws-pct-valido-sw pic x value 'N'.
           88 ws-pct-valido value 'Y'.
       01 ws-pct-edit pic z9.99.
      * resultado de la busqueda del tipo vigente en una fecha
       01 ws-iva-codigo pic x(1).
       01 ws-iva-fecha pic 9(8).
       01 ws-iva-pct pic 9(2)v99.
       01 ws-iva-hallado-sw pic x value 'N'.
           88 ws-iva-hallado value 'Y'.
       01 ws-iva-eof-sw pic x value 'N'.
           88 ws-iva-eof value 'Y'.
       01 ws-codigos-iva pic x(3) value "GRE".
       01 ws-codigo-idx pic 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-tipo-iva
                WHEN "2"
                    PERFORM cambia-tipo-iva
                WHEN "3"
                    PERFORM lista-tipos-iva
                WHEN "4"
                    PERFORM consulta-tipos-vigentes
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de tipo  2) corregir tipo futuro"
            DISPLAY "3) listar  4) tipos vigentes en una fecha"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       abre-tabla.
            OPEN I-O tipos-iva-file
            IF fs-ti-fichero-no-existe
                OPEN OUTPUT tipos-iva-file
                CLOSE tipos-iva-file
                OPEN I-O tipos-iva-file
            END-IF.

       pide-clave.
      * devuelve ws-codigo y ws-fecha-num; ws-codigo queda en blanco
      * si la entrada no vale
            DISPLAY "codigo de IVA (G general, R reducido, E exento): "
            ACCEPT ws-codigo
            IF NOT ws-codigo-valido
                DISPLAY "ERROR: codigo de IVA no valido"
                MOVE SPACE TO ws-codigo
            ELSE
                DISPLAY "vigente desde (AAAAMMDD): "
                ACCEPT ws-fecha-entrada
                IF ws-fecha-entrada NOT NUMERIC
                    DISPLAY "ERROR: fecha no valida"
                    MOVE SPACE TO ws-codigo
                END-IF
            END-IF.

       pide-porcentaje.
            MOVE 'N' TO ws-pct-valido-sw
            PERFORM pide-porcentaje-valor UNTIL ws-pct-valido.

       pide-porcentaje-valor.
            DISPLAY "porcentaje (0000-9999, dos decimales "
                    "implicitos, ej. 2100 = 21.00): "
            ACCEPT ws-pct-entrada
            IF ws-pct-entrada IS NUMERIC
                MOVE ws-pct-num TO ti-porcentaje
                SET ws-pct-valido TO TRUE
            ELSE
                DISPLAY "ERROR: porcentaje no valido"
            END-IF.

       alta-tipo-iva.
            PERFORM pide-clave
            IF ws-codigo NOT = SPACE
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-tabla
                MOVE ws-codigo TO ti-codigo
                MOVE ws-fecha-num TO ti-fecha-desde
                READ tipos-iva-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF ws-encontrado
                    DISPLAY "ERROR: ya existe ese tipo con esa fecha"
                ELSE
                    MOVE SPACES TO tipo-iva-rec
                    MOVE ws-codigo TO ti-codigo
                    MOVE ws-fecha-num TO ti-fecha-desde
                    PERFORM pide-porcentaje
                    DISPLAY "descripcion: "
                    ACCEPT ti-descripcion
                    WRITE tipo-iva-rec
                END-IF
                CLOSE tipos-iva-file
            END-IF.

       cambia-tipo-iva.
      * un tipo que ya rige puede haberse aplicado en presupuestos y
      * facturas: solo se corrige uno que aun no ha entrado en vigor
            PERFORM pide-clave
            IF ws-codigo NOT = SPACE
                ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-tabla
                MOVE ws-codigo TO ti-codigo
                MOVE ws-fecha-num TO ti-fecha-desde
                READ tipos-iva-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no existe ese tipo con esa fecha"
                ELSE
                    IF ti-fecha-desde <= ws-fecha-hoy
                        DISPLAY "ERROR: el tipo ya esta en vigor, "
                                "dar de alta uno nuevo con fecha "
                                "futura"
                    ELSE
                        MOVE ti-porcentaje TO ws-pct-edit
                        DISPLAY "porcentaje actual: " ws-pct-edit
                        PERFORM pide-porcentaje
                        REWRITE tipo-iva-rec
                    END-IF
                END-IF
                CLOSE tipos-iva-file
            END-IF.

       lista-tipos-iva.
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT tipos-iva-file
            IF NOT fs-ti-ok
                DISPLAY "aviso: no se encontro tipos_iva.dat, no hay "
                        "nada que listar"
            ELSE
                MOVE LOW-VALUES TO ti-clave
                START tipos-iva-file KEY IS NOT LESS THAN ti-clave
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-tipo UNTIL ws-lista-eof
                CLOSE tipos-iva-file
            END-IF.

       lista-siguiente-tipo.
            READ tipos-iva-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    MOVE ti-porcentaje TO ws-pct-edit
                    DISPLAY ti-codigo " desde " ti-fecha-desde " "
                            ws-pct-edit "% " ti-descripcion
            END-READ.

       consulta-tipos-vigentes.
            DISPLAY "fecha (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
            ELSE
                OPEN INPUT tipos-iva-file
                IF NOT fs-ti-ok
                    DISPLAY "aviso: no se encontro tipos_iva.dat"
                ELSE
                    MOVE ws-fecha-num TO ws-iva-fecha
                    PERFORM muestra-tipo-vigente
                        VARYING ws-codigo-idx FROM 1 BY 1
                        UNTIL ws-codigo-idx > 3
                    CLOSE tipos-iva-file
                END-IF
            END-IF.

       muestra-tipo-vigente.
            MOVE ws-codigos-iva(ws-codigo-idx:1) TO ws-iva-codigo
            PERFORM busca-porcentaje-iva
            IF ws-iva-hallado
                MOVE ws-iva-pct TO ws-pct-edit
                DISPLAY ws-iva-codigo " " ws-pct-edit "%"
            ELSE
                DISPLAY ws-iva-codigo " sin tipo vigente"
            END-IF.

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

       END PROGRAM rutinas_80.
