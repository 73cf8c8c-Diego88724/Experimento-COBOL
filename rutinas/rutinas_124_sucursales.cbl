      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of sucursales.dat, the branch
      *     master (sucursal.cpy) the feed load of rutinas_26 checks
      *     each header branch against. Option 1 adds a branch with
      *     its name and the weekdays its feed is expected on; option
      *     2 changes the name, the days or the active flag - a
      *     branch is never deleted, only marked inactive, so its
      *     history in transacciones.dat keeps a name; option 3
      *     lists the master; option 4 lists the feeds received from
      *     one branch (feeds_recibidos.dat), most useful after
      *     rutinas_125 reports one missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_124.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sucursales-file ASSIGN TO "sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS su-codigo
               FILE STATUS IS ws-su-status.
           SELECT feeds-file ASSIGN TO "feeds_recibidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fr-clave
               FILE STATUS IS ws-fr-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sucursales-file.
       COPY sucursal.

       FD  feeds-file.
       COPY feed_recibido.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-su-status==
                              ==:FS-PREFIJO:== BY ==fs-su==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fr-status==
                              ==:FS-PREFIJO:== BY ==fs-fr==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-codigo pic x(4).
       01 ws-nombre pic x(30).
       01 ws-activa pic x.
       01 ws-dias-entrada pic x(7).
       01 ws-dias-valido-sw pic x value 'N'.
           88 ws-dias-valido value 'Y'.
       01 ws-dias-si pic 9(2).
       01 ws-dias-no pic 9(2).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-listados pic 9(4) value 0.
       01 ws-estado-texto pic x(6).

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
                    PERFORM alta-sucursal
                WHEN "2"
                    PERFORM modifica-sucursal
                WHEN "3"
                    PERFORM lista-sucursales
                WHEN "4"
                    PERFORM lista-feeds
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de sucursal  2) modificar sucursal"
            DISPLAY "3) listar  4) feeds recibidos de una sucursal"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       abre-maestro.
            OPEN I-O sucursales-file
            IF fs-su-fichero-no-existe
                OPEN OUTPUT sucursales-file
                CLOSE sucursales-file
                OPEN I-O sucursales-file
            END-IF.

       pide-codigo.
      * el codigo es el de la cabecera del feed, tal cual; queda en
      * blanco si no se da ninguno
            DISPLAY "codigo de sucursal (4 caracteres): "
            ACCEPT ws-codigo
            INSPECT ws-codigo CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF ws-codigo = SPACES
                DISPLAY "ERROR: hace falta el codigo"
            END-IF.

       pide-dias.
            MOVE 'N' TO ws-dias-valido-sw
            PERFORM pide-dias-valor UNTIL ws-dias-valido.

       pide-dias-valor.
            DISPLAY "dias con feed, de lunes a domingo, S o N en cada "
                    "posicion (ej. SSSSSNN): "
            ACCEPT ws-dias-entrada
            INSPECT ws-dias-entrada CONVERTING "sn" TO "SN"
            MOVE 0 TO ws-dias-si
            MOVE 0 TO ws-dias-no
            INSPECT ws-dias-entrada TALLYING ws-dias-si FOR ALL "S"
                                             ws-dias-no FOR ALL "N"
            IF ws-dias-si + ws-dias-no = 7
                MOVE ws-dias-entrada TO su-dias-feed
                SET ws-dias-valido TO TRUE
            ELSE
                DISPLAY "ERROR: hacen falta siete posiciones S o N"
            END-IF.

       alta-sucursal.
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-maestro
                MOVE ws-codigo TO su-codigo
                READ sucursales-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF ws-encontrado
                    DISPLAY "ERROR: ya existe la sucursal, usar la "
                            "opcion 2"
                ELSE
                    MOVE SPACES TO sucursal-rec
                    MOVE ws-codigo TO su-codigo
                    DISPLAY "nombre: "
                    ACCEPT su-nombre
                    PERFORM pide-dias
                    SET su-activa TO TRUE
                    MOVE ws-operador TO su-operador
                    ACCEPT su-fecha-alta FROM DATE YYYYMMDD
                    WRITE sucursal-rec
                    DISPLAY "sucursal " su-codigo " dada de alta"
                END-IF
                CLOSE sucursales-file
            END-IF.

       modifica-sucursal.
      * un campo en blanco deja el valor que tenia
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-maestro
                MOVE ws-codigo TO su-codigo
                READ sucursales-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no existe la sucursal"
                ELSE
                    DISPLAY "actual: " su-nombre " activa "
                            su-activa-sw " dias " su-dias-feed
                    DISPLAY "nombre (blanco = igual): "
                    ACCEPT ws-nombre
                    IF ws-nombre NOT = SPACES
                        MOVE ws-nombre TO su-nombre
                    END-IF
                    DISPLAY "activa S/N (blanco = igual): "
                    ACCEPT ws-activa
                    INSPECT ws-activa CONVERTING "sn" TO "SN"
                    IF ws-activa = "S" OR ws-activa = "N"
                        MOVE ws-activa TO su-activa-sw
                    END-IF
                    DISPLAY "cambiar los dias con feed? (S/N): "
                    ACCEPT ws-activa
                    IF ws-activa = "S" OR ws-activa = "s"
                        PERFORM pide-dias
                    END-IF
                    MOVE ws-operador TO su-operador
                    ACCEPT su-fecha-alta FROM DATE YYYYMMDD
                    REWRITE sucursal-rec
                    DISPLAY "sucursal " su-codigo " modificada"
                END-IF
                CLOSE sucursales-file
            END-IF.

       lista-sucursales.
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT sucursales-file
            IF NOT fs-su-ok
                DISPLAY "aviso: no se encontro sucursales.dat, no "
                        "hay nada que listar"
            ELSE
                PERFORM lista-siguiente-sucursal UNTIL ws-lista-eof
                CLOSE sucursales-file
                DISPLAY "sucursales listadas: " ws-listados
            END-IF.

       lista-siguiente-sucursal.
            READ sucursales-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-listados
                    IF su-activa
                        MOVE "activa" TO ws-estado-texto
                    ELSE
                        MOVE "baja" TO ws-estado-texto
                    END-IF
                    DISPLAY su-codigo " " su-nombre " "
                            ws-estado-texto " " su-dias-feed " "
                            su-operador " " su-fecha-alta
            END-READ.

       lista-feeds.
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                MOVE 0 TO ws-listados
                MOVE 'N' TO ws-lista-eof-sw
                OPEN INPUT feeds-file
                IF NOT fs-fr-ok
                    DISPLAY "aviso: no se encontro feeds_recibidos.dat"
                ELSE
                    MOVE ws-codigo TO fr-sucursal
                    MOVE 0 TO fr-fecha
                    START feeds-file KEY IS NOT LESS THAN fr-clave
                        INVALID KEY
                            SET ws-lista-eof TO TRUE
                    END-START
                    PERFORM lista-siguiente-feed UNTIL ws-lista-eof
                    CLOSE feeds-file
                    DISPLAY "feeds recibidos: " ws-listados
                END-IF
            END-IF.

       lista-siguiente-feed.
            READ feeds-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF fr-sucursal NOT = ws-codigo
                        SET ws-lista-eof TO TRUE
                    ELSE
                        ADD 1 TO ws-listados
                        DISPLAY fr-fecha " detalles " fr-detalles
                                " cargados " fr-cargados
                                " rechazados " fr-rechazados
                                " (" fr-fecha-carga " " fr-hora-carga
                                ")"
                    END-IF
            END-READ.

       END PROGRAM rutinas_124.
