      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of turnos.dat, the weekly shift
      *     roster of each operator (turno.cpy), for the shift lead.
      *     operadores_maestro.dat says who may sign on; the roster
      *     says who is supposed to be working when, so calculadora,
      *     operaciones and rutinas_4 can log a sign-on outside it.
      *     Option 1 brings an operator's week up on a screen, one
      *     shift code per day (M, T, D, N, or L/blank for off), and
      *     saves it stamped with the date and the shift lead's id;
      *     option 2 lists the whole roster; option 3 removes an
      *     operator's roster. The shift lead's id must carry
      *     om-nivel supervisor, as in rutinas_18: a refused attempt
      *     is logged to excepciones.log and the program ends with
      *     return code 16. rutinas_146 reports the coming week's
      *     coverage from this file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_145.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT turnos-file ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tu-id
               FILE STATUS IS ws-turnos-status.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  turnos-file.
       COPY turno.

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-turnos-status==
                              ==:FS-PREFIJO:== BY ==fs-turnos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY excepcion.
       01 ws-opcion pic x.
       01 ws-operador-id pic x(10).
       01 ws-autorizado-sw pic x value 'Y'.
           88 ws-autorizado value 'Y'.
       01 ws-turno-id pic x(10).
       01 ws-turno-id-valido-sw pic x value 'N'.
           88 ws-turno-id-valido value 'Y'.
       01 ws-semana-pantalla.
           05 ws-turno-lun pic x(1).
           05 ws-turno-mar pic x(1).
           05 ws-turno-mie pic x(1).
           05 ws-turno-jue pic x(1).
           05 ws-turno-vie pic x(1).
           05 ws-turno-sab pic x(1).
           05 ws-turno-dom pic x(1).
       01 ws-semana-dias redefines ws-semana-pantalla.
           05 ws-turno-dia pic x(1) occurs 7 times.
               88 ws-turno-dia-valido value 'M' 'T' 'D' 'N' 'L' ' '.
       01 ws-dia-idx pic 9(1).
       01 ws-turnos-validos-sw pic x value 'Y'.
           88 ws-turnos-validos value 'Y'.
       01 ws-confirmacion pic x value SPACE.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-listados pic 9(5) value 0.

       SCREEN SECTION.
       01 pantalla-turnos.
           05 BLANK SCREEN.
           05 LINE 1 COL 1  VALUE "TURNOS DEL OPERADOR".
           05 LINE 1 COL 22 PIC x(10) FROM ws-turno-id.
           05 LINE 3 COL 1  VALUE
               "M manana 07-14  T tarde 14-20  D dia 07-20".
           05 LINE 4 COL 1  VALUE
               "N noche 20-07   L o en blanco libre".
           05 LINE 6 COL 1  VALUE "lunes:".
           05 LINE 6 COL 12 PIC x(1) USING ws-turno-lun.
           05 LINE 7 COL 1  VALUE "martes:".
           05 LINE 7 COL 12 PIC x(1) USING ws-turno-mar.
           05 LINE 8 COL 1  VALUE "miercoles:".
           05 LINE 8 COL 12 PIC x(1) USING ws-turno-mie.
           05 LINE 9 COL 1  VALUE "jueves:".
           05 LINE 9 COL 12 PIC x(1) USING ws-turno-jue.
           05 LINE 10 COL 1 VALUE "viernes:".
           05 LINE 10 COL 12 PIC x(1) USING ws-turno-vie.
           05 LINE 11 COL 1 VALUE "sabado:".
           05 LINE 11 COL 12 PIC x(1) USING ws-turno-sab.
           05 LINE 12 COL 1 VALUE "domingo:".
           05 LINE 12 COL 12 PIC x(1) USING ws-turno-dom.
           05 LINE 14 COL 1 VALUE "grabar los cambios? (S/N):".
           05 LINE 14 COL 28 PIC x(1) TO ws-confirmacion.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador del jefe de turno: "
            ACCEPT ws-operador-id
            PERFORM verifica-nivel-supervisor
            IF NOT ws-autorizado
                DISPLAY "ERROR: el cuadrante de turnos requiere "
                        "nivel supervisor"
                PERFORM graba-excepcion-nivel
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM pide-opcion-menu
            PERFORM atiende-opcion UNTIL ws-opcion = "4"
            STOP RUN.

       atiende-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM asigna-turnos
                WHEN "2"
                    PERFORM lista-turnos
                WHEN "3"
                    PERFORM quita-turnos
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) asignar turnos de un operador  2) listar "
                    "cuadrante  3) quitar un operador  4) salir"
            ACCEPT ws-opcion.

       verifica-nivel-supervisor.
      * un operadores_maestro.dat que aun no se ha creado deja el
      * programa sin restringir, el mismo tratamiento "no
      * configurado" que firma-operador aplica en los demas
            MOVE 'Y' TO ws-autorizado-sw
            OPEN INPUT operador-maestro-file
            IF fs-om-ok
                MOVE ws-operador-id TO om-id
                READ operador-maestro-file
                    INVALID KEY
                        MOVE 'N' TO ws-autorizado-sw
                    NOT INVALID KEY
                        IF om-inactivo
                            MOVE 'N' TO ws-autorizado-sw
                        END-IF
                        IF om-nivel NOT NUMERIC
                                OR NOT om-nivel-supervisor
                            MOVE 'N' TO ws-autorizado-sw
                        END-IF
                END-READ
                CLOSE operador-maestro-file
            END-IF.

       graba-excepcion-nivel.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE ws-operador-id TO exc-operador
            MOVE "rutinas_145" TO exc-programa
            MOVE "autorizacion" TO exc-campo
            MOVE "turnos denegados" TO exc-valor
            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       abre-turnos.
            OPEN I-O turnos-file
            IF fs-turnos-fichero-no-existe
                OPEN OUTPUT turnos-file
                CLOSE turnos-file
                OPEN I-O turnos-file
            END-IF.

       pide-operador-turno.
      * el cuadrante solo admite operadores del maestro; sin
      * operadores_maestro.dat se admite cualquier identificador
            MOVE 'Y' TO ws-turno-id-valido-sw
            DISPLAY "identificador del operador: "
            ACCEPT ws-turno-id
            IF ws-turno-id = SPACES
                MOVE 'N' TO ws-turno-id-valido-sw
            ELSE
                OPEN INPUT operador-maestro-file
                IF fs-om-ok
                    MOVE ws-turno-id TO om-id
                    READ operador-maestro-file
                        INVALID KEY
                            MOVE 'N' TO ws-turno-id-valido-sw
                    END-READ
                    CLOSE operador-maestro-file
                END-IF
            END-IF
            IF NOT ws-turno-id-valido
                DISPLAY "ERROR: operador no encontrado en "
                        "operadores_maestro.dat"
            END-IF.

       asigna-turnos.
            PERFORM pide-operador-turno
            IF ws-turno-id-valido
                PERFORM abre-turnos
                MOVE 'N' TO ws-encontrado-sw
                MOVE ws-turno-id TO tu-id
                READ turnos-file
                    INVALID KEY
                        MOVE SPACES TO ws-semana-pantalla
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                        MOVE tu-semana TO ws-semana-pantalla
                END-READ
                MOVE SPACE TO ws-confirmacion
                DISPLAY pantalla-turnos
                ACCEPT pantalla-turnos
                IF ws-confirmacion = 'S' OR ws-confirmacion = 's'
                    PERFORM graba-turnos
                ELSE
                    DISPLAY "sin cambios"
                END-IF
                CLOSE turnos-file
            END-IF.

       graba-turnos.
            INSPECT ws-semana-pantalla
                CONVERTING "mtdnl" TO "MTDNL"
            MOVE 'Y' TO ws-turnos-validos-sw
            PERFORM valida-turno-dia
                VARYING ws-dia-idx FROM 1 BY 1
                UNTIL ws-dia-idx > 7
            IF NOT ws-turnos-validos
                DISPLAY "ERROR: codigo de turno no valido, use M, T, "
                        "D, N o L; sin cambios"
            ELSE
                MOVE ws-turno-id TO tu-id
                MOVE ws-semana-pantalla TO tu-semana
                ACCEPT tu-fecha-mod FROM DATE YYYYMMDD
                MOVE ws-operador-id TO tu-op-mod
                IF ws-encontrado
                    REWRITE turno-rec
                ELSE
                    WRITE turno-rec
                END-IF
                IF fs-turnos-ok
                    DISPLAY "turnos de " ws-turno-id " grabados"
                ELSE
                    DISPLAY "ERROR: no se pudo grabar turnos.dat, "
                            "estado " ws-turnos-status
                END-IF
            END-IF.

       valida-turno-dia.
            IF NOT ws-turno-dia-valido(ws-dia-idx)
                MOVE 'N' TO ws-turnos-validos-sw
            END-IF.

       lista-turnos.
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT turnos-file
            IF NOT fs-turnos-ok
                DISPLAY "aviso: aun no existe turnos.dat"
            ELSE
                DISPLAY "OPERADOR   L M X J V S D  MODIFICADO POR"
                PERFORM lista-siguiente-turno UNTIL ws-eof
                CLOSE turnos-file
                DISPLAY "operadores con turnos: " ws-listados
            END-IF.

       lista-siguiente-turno.
            READ turnos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    DISPLAY tu-id " " tu-dia(1) " " tu-dia(2) " "
                            tu-dia(3) " " tu-dia(4) " " tu-dia(5) " "
                            tu-dia(6) " " tu-dia(7) "  "
                            tu-fecha-mod " " tu-op-mod
                    ADD 1 TO ws-listados
            END-READ.

       quita-turnos.
            DISPLAY "identificador del operador: "
            ACCEPT ws-turno-id
            OPEN I-O turnos-file
            IF NOT fs-turnos-ok
                DISPLAY "aviso: aun no existe turnos.dat"
            ELSE
                MOVE ws-turno-id TO tu-id
                READ turnos-file
                    INVALID KEY
                        DISPLAY "el operador no tiene turnos"
                    NOT INVALID KEY
                        DISPLAY "quitar los turnos de " ws-turno-id
                                "? (S/N): "
                        ACCEPT ws-confirmacion
                        IF ws-confirmacion = 'S'
                                OR ws-confirmacion = 's'
                            DELETE turnos-file RECORD
                            DISPLAY "turnos de " ws-turno-id
                                    " quitados"
                        ELSE
                            DISPLAY "sin cambios"
                        END-IF
                END-READ
                CLOSE turnos-file
            END-IF.

       END PROGRAM rutinas_145.
