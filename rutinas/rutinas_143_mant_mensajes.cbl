      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of mensajes.dat, the catalogue of
      *     console messages (mensaje.cpy) that calculadora,
      *     operaciones, rutinas_3 and rutinas_4 now show in the
      *     operator's language instead of literals compiled into
      *     each program. Option 1 brings a message up by number on a
      *     screen with its castellano and english texts, so the
      *     wording can be corrected without a recompile (a text
      *     left blank makes the programs fall back to castellano).
      *     Option 2 lists a range of numbers. Option 3 loads
      *     batch/mensajes_catalogo.dat, adding only the
      *     number/language pairs not yet in the file, so it can be
      *     rerun after every release without undoing a correction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_143.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mensajes-file ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ms-clave
               FILE STATUS IS ws-mensajes-status.
           SELECT catalogo-file ASSIGN TO "mensajes_catalogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalogo-status.

       DATA DIVISION.
       FILE SECTION.
       FD  mensajes-file.
       COPY mensaje.

      * una linea del catalogo de partida: numero, idioma y texto
      * separados por un blanco; '*' en la primera columna es un
      * comentario
       FD  catalogo-file.
       01  catalogo-rec.
           05 mc-numero     pic x(4).
           05 filler        pic x(1).
           05 mc-idioma     pic x(2).
           05 filler        pic x(1).
           05 mc-texto      pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mensajes-status==
                              ==:FS-PREFIJO:== BY ==fs-mensajes==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-catalogo-status==
                              ==:FS-PREFIJO:== BY ==fs-catalogo==.
       01 ws-opcion pic x.
       01 ws-numero-entrada pic x(4).
       01 ws-numero-mensaje pic 9(4).
       01 ws-numero-desde pic 9(4).
       01 ws-numero-hasta pic 9(4).
       01 ws-numero-valido-sw pic x value 'N'.
           88 ws-numero-valido value 'Y'.
       01 ws-texto-es pic x(80).
       01 ws-texto-en pic x(80).
       01 ws-texto-grabar pic x(80).
       01 ws-idioma-grabar pic x(2).
       01 ws-confirmacion pic x value SPACE.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-cargados pic 9(5) value 0.
       01 ws-existentes pic 9(5) value 0.
       01 ws-rechazados pic 9(5) value 0.
       01 ws-listados pic 9(5) value 0.

       SCREEN SECTION.
       01 pantalla-mensaje.
           05 BLANK SCREEN.
           05 LINE 1 COL 1  VALUE "CORRECCION DE MENSAJE".
           05 LINE 1 COL 30 PIC 9(4) FROM ws-numero-mensaje.
           05 LINE 3 COL 1  VALUE "Castellano (ES):".
           05 LINE 4 COL 1  PIC x(80) USING ws-texto-es.
           05 LINE 6 COL 1  VALUE "Ingles (EN):".
           05 LINE 7 COL 1  PIC x(80) USING ws-texto-en.
           05 LINE 9 COL 1  VALUE
               "un texto en blanco hace usar el castellano".
           05 LINE 10 COL 1 VALUE "grabar los cambios? (S/N):".
           05 LINE 10 COL 28 PIC x(1) TO ws-confirmacion.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-opcion-menu
            PERFORM atiende-opcion UNTIL ws-opcion = "4"
            STOP RUN.

       atiende-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM corrige-mensaje
                WHEN "2"
                    PERFORM lista-mensajes
                WHEN "3"
                    PERFORM carga-catalogo
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) corregir un mensaje  2) listar mensajes  "
                    "3) cargar catalogo  4) salir"
            ACCEPT ws-opcion.

       abre-mensajes.
            OPEN I-O mensajes-file
            IF fs-mensajes-fichero-no-existe
                OPEN OUTPUT mensajes-file
                CLOSE mensajes-file
                OPEN I-O mensajes-file
            END-IF.

       pide-numero.
            MOVE 'N' TO ws-numero-valido-sw
            ACCEPT ws-numero-entrada
            IF ws-numero-entrada IS NUMERIC
                MOVE ws-numero-entrada TO ws-numero-mensaje
                SET ws-numero-valido TO TRUE
            ELSE
                DISPLAY "ERROR: el numero ha de ser de 4 digitos"
            END-IF.

       corrige-mensaje.
            DISPLAY "numero de mensaje (4 digitos): "
            PERFORM pide-numero
            IF ws-numero-valido
                PERFORM abre-mensajes
                MOVE "ES" TO ws-idioma-grabar
                PERFORM lee-texto
                MOVE ws-texto-grabar TO ws-texto-es
                MOVE "EN" TO ws-idioma-grabar
                PERFORM lee-texto
                MOVE ws-texto-grabar TO ws-texto-en
                MOVE SPACE TO ws-confirmacion
                DISPLAY pantalla-mensaje
                ACCEPT pantalla-mensaje
                IF ws-confirmacion = 'S' OR ws-confirmacion = 's'
                    MOVE "ES" TO ws-idioma-grabar
                    MOVE ws-texto-es TO ws-texto-grabar
                    PERFORM graba-texto
                    MOVE "EN" TO ws-idioma-grabar
                    MOVE ws-texto-en TO ws-texto-grabar
                    PERFORM graba-texto
                    DISPLAY "mensaje " ws-numero-mensaje " actualizado"
                ELSE
                    DISPLAY "sin cambios"
                END-IF
                CLOSE mensajes-file
            END-IF.

       lee-texto.
            MOVE ws-numero-mensaje TO ms-numero
            MOVE ws-idioma-grabar TO ms-idioma
            READ mensajes-file
                INVALID KEY
                    MOVE SPACES TO ws-texto-grabar
                NOT INVALID KEY
                    MOVE ms-texto TO ws-texto-grabar
            END-READ.

       graba-texto.
      * un texto en blanco se guarda en blanco y no se borra, para
      * que la opcion 3 no lo vuelva a cargar: los programas lo
      * ignoran y usan el castellano (o el numero si tampoco lo hay)
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-numero-mensaje TO ms-numero
            MOVE ws-idioma-grabar TO ms-idioma
            READ mensajes-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            MOVE ws-texto-grabar TO ms-texto
            IF ws-encontrado
                REWRITE mensaje-rec
            ELSE
                IF ws-texto-grabar NOT = SPACES
                    WRITE mensaje-rec
                END-IF
            END-IF.

       lista-mensajes.
            DISPLAY "desde el numero (4 digitos): "
            PERFORM pide-numero
            IF ws-numero-valido
                MOVE ws-numero-mensaje TO ws-numero-desde
                DISPLAY "hasta el numero (4 digitos): "
                PERFORM pide-numero
            END-IF
            IF ws-numero-valido
                MOVE 0 TO ws-listados
                MOVE ws-numero-mensaje TO ws-numero-hasta
                MOVE ws-numero-desde TO ms-numero
                MOVE SPACES TO ms-idioma
                MOVE 'N' TO ws-eof-sw
                OPEN INPUT mensajes-file
                IF NOT fs-mensajes-ok
                    DISPLAY "ERROR: no existe mensajes.dat"
                ELSE
                    START mensajes-file KEY IS NOT LESS THAN ms-clave
                        INVALID KEY
                            SET ws-eof TO TRUE
                    END-START
                    PERFORM lista-siguiente-mensaje UNTIL ws-eof
                    CLOSE mensajes-file
                    DISPLAY "mensajes listados: " ws-listados
                END-IF
            END-IF.

       lista-siguiente-mensaje.
            READ mensajes-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF ms-numero > ws-numero-hasta
                        SET ws-eof TO TRUE
                    ELSE
                        DISPLAY ms-numero " " ms-idioma " " ms-texto
                        ADD 1 TO ws-listados
                    END-IF
            END-READ.

       carga-catalogo.
            OPEN INPUT catalogo-file
            IF NOT fs-catalogo-ok
                DISPLAY "ERROR: no se encontro mensajes_catalogo.dat"
            ELSE
                MOVE 0 TO ws-cargados
                MOVE 0 TO ws-existentes
                MOVE 0 TO ws-rechazados
                MOVE 'N' TO ws-eof-sw
                PERFORM abre-mensajes
                PERFORM carga-linea-catalogo UNTIL ws-eof
                CLOSE mensajes-file
                CLOSE catalogo-file
                DISPLAY "catalogo cargado: " ws-cargados " nuevos, "
                        ws-existentes " ya existentes, "
                        ws-rechazados " rechazados"
            END-IF.

       carga-linea-catalogo.
            READ catalogo-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF catalogo-rec NOT = SPACES
                            AND catalogo-rec(1:1) NOT = '*'
                        PERFORM carga-mensaje-catalogo
                    END-IF
            END-READ.

       carga-mensaje-catalogo.
      * solo se dan de alta las claves que faltan: un texto ya
      * corregido con la opcion 1 no vuelve a su redaccion original
            IF mc-numero NOT NUMERIC OR mc-idioma NOT ALPHABETIC
                    OR mc-idioma = SPACES
                DISPLAY "ERROR: linea de catalogo no valida: "
                        catalogo-rec
                ADD 1 TO ws-rechazados
            ELSE
                MOVE mc-numero TO ms-numero
                MOVE mc-idioma TO ms-idioma
                READ mensajes-file
                    INVALID KEY
                        MOVE mc-texto TO ms-texto
                        WRITE mensaje-rec
                        ADD 1 TO ws-cargados
                    NOT INVALID KEY
                        ADD 1 TO ws-existentes
                END-READ
            END-IF.

       END PROGRAM rutinas_143.
