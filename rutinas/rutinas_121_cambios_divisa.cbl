      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of cambios_divisa.dat, the daily
      *     exchange-rate table (cambio_divisa.cpy) the branch feed
      *     load of rutinas_26 converts foreign-currency transactions
      *     with. Option 1 enters the rate of a currency for a day
      *     (euros per unit, six decimals); option 2 corrects a rate
      *     already entered - transactions loaded with the old one
      *     keep the rate they were converted at in tr-cambio;
      *     option 3 lists the table, all currencies or one; option
      *     4 shows the rate a currency has on a given day, the same
      *     exact-date lookup the load makes, so a missing day is
      *     seen before the feed is refused for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_121.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cambios-file ASSIGN TO "cambios_divisa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cd-clave
               FILE STATUS IS ws-cd-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cambios-file.
       COPY cambio_divisa.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cd-status==
                              ==:FS-PREFIJO:== BY ==fs-cd==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-moneda pic x(3).
       01 ws-moneda-filtro pic x(3).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-cambio-entrada pic x(9).
       01 ws-cambio-num redefines ws-cambio-entrada pic 9(3)v9(6).
       01 ws-cambio-valido-sw pic x value 'N'.
           88 ws-cambio-valido value 'Y'.
       01 ws-cambio-edit pic zz9.999999.
       01 ws-cambios-listados pic 9(4) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-cambio
                WHEN "2"
                    PERFORM corrige-cambio
                WHEN "3"
                    PERFORM lista-cambios
                WHEN "4"
                    PERFORM consulta-cambio
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de cambio  2) corregir cambio"
            DISPLAY "3) listar  4) cambio de una moneda en una fecha"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       abre-tabla.
            OPEN I-O cambios-file
            IF fs-cd-fichero-no-existe
                OPEN OUTPUT cambios-file
                CLOSE cambios-file
                OPEN I-O cambios-file
            END-IF.

       pide-clave.
      * devuelve ws-moneda y ws-fecha-num; ws-moneda queda en blanco
      * si la entrada no vale
            DISPLAY "moneda (codigo ISO de tres letras, ej. USD): "
            ACCEPT ws-moneda
            PERFORM valida-moneda
            IF ws-moneda NOT = SPACES
                DISPLAY "fecha del cambio (AAAAMMDD): "
                ACCEPT ws-fecha-entrada
                IF ws-fecha-entrada NOT NUMERIC
                    DISPLAY "ERROR: fecha no valida"
                    MOVE SPACES TO ws-moneda
                END-IF
            END-IF.

       valida-moneda.
      * tres letras y distinta de la moneda de la casa, que no lleva
      * cambio
            INSPECT ws-moneda CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF ws-moneda IS NOT ALPHABETIC-UPPER
                    OR ws-moneda(1:1) = SPACE
                    OR ws-moneda(2:1) = SPACE
                    OR ws-moneda(3:1) = SPACE
                DISPLAY "ERROR: moneda no valida"
                MOVE SPACES TO ws-moneda
            ELSE
                IF ws-moneda = "EUR"
                    DISPLAY "ERROR: el EUR es la moneda de la casa, "
                            "no lleva cambio"
                    MOVE SPACES TO ws-moneda
                END-IF
            END-IF.

       pide-cambio.
            MOVE 'N' TO ws-cambio-valido-sw
            PERFORM pide-cambio-valor UNTIL ws-cambio-valido.

       pide-cambio-valor.
            DISPLAY "euros por unidad (000000001-999999999, seis "
                    "decimales implicitos, ej. 000921500 = 0.9215): "
            ACCEPT ws-cambio-entrada
            IF ws-cambio-entrada IS NUMERIC
                IF ws-cambio-num > 0
                    MOVE ws-cambio-num TO cd-cambio
                    SET ws-cambio-valido TO TRUE
                ELSE
                    DISPLAY "ERROR: el cambio no puede ser cero"
                END-IF
            ELSE
                DISPLAY "ERROR: cambio no valido"
            END-IF.

       alta-cambio.
            PERFORM pide-clave
            IF ws-moneda NOT = SPACES
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-tabla
                MOVE ws-moneda TO cd-moneda
                MOVE ws-fecha-num TO cd-fecha
                READ cambios-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF ws-encontrado
                    DISPLAY "ERROR: ya existe el cambio de esa moneda "
                            "en esa fecha, usar la opcion 2"
                ELSE
                    MOVE SPACES TO cambio-divisa-rec
                    MOVE ws-moneda TO cd-moneda
                    MOVE ws-fecha-num TO cd-fecha
                    PERFORM pide-cambio
                    MOVE ws-operador TO cd-operador
                    ACCEPT cd-fecha-alta FROM DATE YYYYMMDD
                    WRITE cambio-divisa-rec
                END-IF
                CLOSE cambios-file
            END-IF.

       corrige-cambio.
      * las transacciones ya cargadas guardan el cambio con que se
      * convirtieron (tr-cambio); la correccion vale para lo que se
      * cargue desde ahora
            PERFORM pide-clave
            IF ws-moneda NOT = SPACES
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-tabla
                MOVE ws-moneda TO cd-moneda
                MOVE ws-fecha-num TO cd-fecha
                READ cambios-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no existe el cambio de esa moneda "
                            "en esa fecha"
                ELSE
                    MOVE cd-cambio TO ws-cambio-edit
                    DISPLAY "cambio actual: " ws-cambio-edit
                            " (" cd-operador " " cd-fecha-alta ")"
                    PERFORM pide-cambio
                    MOVE ws-operador TO cd-operador
                    ACCEPT cd-fecha-alta FROM DATE YYYYMMDD
                    REWRITE cambio-divisa-rec
                END-IF
                CLOSE cambios-file
            END-IF.

       lista-cambios.
            DISPLAY "moneda (blanco = todas): "
            ACCEPT ws-moneda-filtro
            INSPECT ws-moneda-filtro CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE 0 TO ws-cambios-listados
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT cambios-file
            IF NOT fs-cd-ok
                DISPLAY "aviso: no se encontro cambios_divisa.dat, no "
                        "hay nada que listar"
            ELSE
                IF ws-moneda-filtro = SPACES
                    MOVE LOW-VALUES TO cd-clave
                ELSE
                    MOVE ws-moneda-filtro TO cd-moneda
                    MOVE 0 TO cd-fecha
                END-IF
                START cambios-file KEY IS NOT LESS THAN cd-clave
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-cambio UNTIL ws-lista-eof
                CLOSE cambios-file
                DISPLAY "cambios listados: " ws-cambios-listados
            END-IF.

       lista-siguiente-cambio.
            READ cambios-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF ws-moneda-filtro NOT = SPACES
                            AND cd-moneda NOT = ws-moneda-filtro
                        SET ws-lista-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-cambios-listados
                        MOVE cd-cambio TO ws-cambio-edit
                        DISPLAY cd-moneda " " cd-fecha " "
                                ws-cambio-edit " " cd-operador " "
                                cd-fecha-alta
                    END-IF
            END-READ.

       consulta-cambio.
            PERFORM pide-clave
            IF ws-moneda NOT = SPACES
                OPEN INPUT cambios-file
                IF NOT fs-cd-ok
                    DISPLAY "aviso: no se encontro cambios_divisa.dat"
                ELSE
                    MOVE ws-moneda TO cd-moneda
                    MOVE ws-fecha-num TO cd-fecha
                    READ cambios-file
                        INVALID KEY
                            DISPLAY ws-moneda " sin cambio el "
                                    ws-fecha-num ": sus transacciones "
                                    "de ese dia se rechazan en la carga"
                        NOT INVALID KEY
                            MOVE cd-cambio TO ws-cambio-edit
                            DISPLAY ws-moneda " " ws-fecha-num " "
                                    ws-cambio-edit " euros"
                    END-READ
                    CLOSE cambios-file
                END-IF
            END-IF.

       END PROGRAM rutinas_121.
