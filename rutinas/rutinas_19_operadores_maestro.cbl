      *     any baja): om-activo back to 'S' and om-fallos to zero,
      *     so an id locked out by pg-firma-intentos failed sign-ons
      *     can be restored without re-keying the record.
      *   - alta now also asks the operator's message language
      *     (om-idioma, ES or EN, blank = ES) and a new option 5 changes
      *     it for an existing id; salir moves to 6.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_19.
       01 ws-pin-valido-sw pic x value 'N'.
           88 ws-pin-valido value 'Y'.
       01 ws-nivel-entrada pic x(1).
       01 ws-idioma-entrada pic x(2).
           88 ws-idioma-valido value "ES" "EN".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-opcion-menu
            PERFORM UNTIL ws-opcion = "6"
                EVALUATE ws-opcion
                    WHEN "1"
                        PERFORM alta-operador
                        PERFORM cambio-pin-operador
                    WHEN "4"
                        PERFORM reactiva-operador
                    WHEN "5"
                        PERFORM cambio-idioma-operador
                    WHEN OTHER
                        DISPLAY "opcion invalida"
                END-EVALUATE

       pide-opcion-menu.
            DISPLAY "1) alta de operador  2) baja de operador  "
                    "3) cambio de PIN  4) reactivar"
            DISPLAY "5) idioma de los mensajes  6) salir"
            ACCEPT ws-opcion.

       abre-maestro.
      * elegir su propio PIN (ver operador_maestro.cpy)
                MOVE 0 TO om-pin-fecha
                PERFORM pide-nivel
                PERFORM pide-idioma
                MOVE 0 TO om-fallos
                SET om-activo TO TRUE
                WRITE operador-maestro-rec
                PERFORM pide-nivel
            END-IF.

       pide-idioma.
      * idioma de los mensajes de consola (ver mensaje.cpy); en
      * blanco se queda en castellano
            DISPLAY "idioma (ES = castellano, EN = ingles, "
                    "en blanco = ES): "
            ACCEPT ws-idioma-entrada
            INSPECT ws-idioma-entrada CONVERTING "esn" TO "ESN"
            IF ws-idioma-entrada = SPACES
                MOVE "ES" TO ws-idioma-entrada
            END-IF
            IF ws-idioma-valido
                MOVE ws-idioma-entrada TO om-idioma
            ELSE
                DISPLAY "ERROR: idioma no valido"
                PERFORM pide-idioma
            END-IF.

       pide-pin-inicial.
            DISPLAY "PIN inicial (4 digitos): "
            ACCEPT ws-pin-nuevo1
            END-IF
            CLOSE operador-maestro-file.

       cambio-idioma-operador.
            DISPLAY "identificador del operador: "
            ACCEPT om-id
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ operador-maestro-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                DISPLAY "idioma actual: " om-idioma
                PERFORM pide-idioma
                REWRITE operador-maestro-rec
                DISPLAY "idioma actualizado"
            ELSE
                DISPLAY "ERROR: no existe un operador con ese "
                        "identificador"
            END-IF
            CLOSE operador-maestro-file.

       cambio-pin-operador.
            DISPLAY "identificador del operador: "
            ACCEPT om-id
