      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of proyectos.dat, the project
      *     master (proyecto.cpy) that calculadora, operaciones and
      *     the feed load of rutinas_26 check the optional project
      *     code of each posting against. Option 1 adds a project
      *     with its description and its cost centre (an active
      *     department of departamentos.dat); option 2 changes the
      *     description, the cost centre or the open flag - a
      *     project is never deleted, only closed, so what was
      *     posted to it keeps a name; option 3 lists the master and
      *     option 4 the projects of one cost centre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_132.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pj-codigo
               FILE STATUS IS ws-pj-status.
           SELECT departamentos-file ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  proyectos-file.
       COPY proyecto.

       FD  departamentos-file.
       COPY departamento.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pj-status==
                              ==:FS-PREFIJO:== BY ==fs-pj==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-codigo pic x(6).
       01 ws-descripcion pic x(30).
       01 ws-centro pic x(4).
       01 ws-activo pic x.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-filtro-centro pic x(4).
       01 ws-listados pic 9(4) value 0.
       01 ws-estado-texto pic x(7).

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
                    PERFORM alta-proyecto
                WHEN "2"
                    PERFORM modifica-proyecto
                WHEN "3"
                    MOVE SPACES TO ws-filtro-centro
                    PERFORM lista-proyectos
                WHEN "4"
                    DISPLAY "centro de coste (departamento): "
                    ACCEPT ws-filtro-centro
                    INSPECT ws-filtro-centro CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF ws-filtro-centro = SPACES
                        DISPLAY "ERROR: hace falta el centro de coste"
                    ELSE
                        PERFORM lista-proyectos
                    END-IF
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de proyecto  2) modificar proyecto"
            DISPLAY "3) listar  4) proyectos de un centro de coste"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       abre-maestro.
            OPEN I-O proyectos-file
            IF fs-pj-fichero-no-existe
                OPEN OUTPUT proyectos-file
                CLOSE proyectos-file
                OPEN I-O proyectos-file
            END-IF.

       pide-codigo.
            DISPLAY "codigo de proyecto (6 caracteres): "
            ACCEPT ws-codigo
            INSPECT ws-codigo CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF ws-codigo = SPACES
                DISPLAY "ERROR: hace falta el codigo"
            END-IF.

       valida-centro.
      * el centro de coste es un departamento del maestro, y activo
            MOVE 'N' TO ws-valido-sw
            INSPECT ws-centro CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            OPEN INPUT departamentos-file
            IF NOT fs-dp-ok
                DISPLAY "ERROR: no se encontro departamentos.dat"
            ELSE
                MOVE ws-centro TO dp-codigo
                READ departamentos-file
                    INVALID KEY
                        DISPLAY "ERROR: centro de coste " ws-centro
                                " desconocido"
                    NOT INVALID KEY
                        IF dp-activo
                            SET ws-valido TO TRUE
                        ELSE
                            DISPLAY "ERROR: centro de coste "
                                    ws-centro " de baja"
                        END-IF
                END-READ
                CLOSE departamentos-file
            END-IF.

       alta-proyecto.
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-maestro
                MOVE ws-codigo TO pj-codigo
                READ proyectos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF ws-encontrado
                    DISPLAY "ERROR: ya existe el proyecto, usar la "
                            "opcion 2"
                ELSE
                    DISPLAY "descripcion: "
                    ACCEPT ws-descripcion
                    DISPLAY "centro de coste (departamento): "
                    ACCEPT ws-centro
                    PERFORM valida-centro
                    IF ws-descripcion = SPACES
                        DISPLAY "ERROR: hace falta la descripcion"
                        MOVE 'N' TO ws-valido-sw
                    END-IF
                    IF ws-valido
                        MOVE SPACES TO proyecto-rec
                        MOVE ws-codigo TO pj-codigo
                        MOVE ws-descripcion TO pj-descripcion
                        MOVE ws-centro TO pj-centro-coste
                        SET pj-activo TO TRUE
                        MOVE ws-operador TO pj-operador
                        ACCEPT pj-fecha-alta FROM DATE YYYYMMDD
                        WRITE proyecto-rec
                        DISPLAY "proyecto " pj-codigo " dado de alta"
                    END-IF
                END-IF
                CLOSE proyectos-file
            END-IF.

       modifica-proyecto.
      * un campo en blanco deja el valor que tenia
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                MOVE 'N' TO ws-encontrado-sw
                PERFORM abre-maestro
                MOVE ws-codigo TO pj-codigo
                READ proyectos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no existe el proyecto"
                ELSE
                    DISPLAY "actual: " pj-descripcion " centro "
                            pj-centro-coste " abierto " pj-activo-sw
                    DISPLAY "descripcion (blanco = igual): "
                    ACCEPT ws-descripcion
                    DISPLAY "centro de coste (blanco = igual): "
                    ACCEPT ws-centro
                    SET ws-valido TO TRUE
                    IF ws-centro NOT = SPACES
                        PERFORM valida-centro
                    END-IF
                    DISPLAY "abierto S/N (blanco = igual): "
                    ACCEPT ws-activo
                    INSPECT ws-activo CONVERTING "sn" TO "SN"
                    IF ws-valido
                        IF ws-descripcion NOT = SPACES
                            MOVE ws-descripcion TO pj-descripcion
                        END-IF
                        IF ws-centro NOT = SPACES
                            MOVE ws-centro TO pj-centro-coste
                        END-IF
                        IF ws-activo = "S" OR ws-activo = "N"
                            MOVE ws-activo TO pj-activo-sw
                        END-IF
                        MOVE ws-operador TO pj-operador
                        ACCEPT pj-fecha-alta FROM DATE YYYYMMDD
                        REWRITE proyecto-rec
                        DISPLAY "proyecto " pj-codigo " modificado"
                    ELSE
                        DISPLAY "no se modifica el proyecto"
                    END-IF
                END-IF
                CLOSE proyectos-file
            END-IF.

       lista-proyectos.
      * sin filtro se lista todo el maestro; con el, solo los
      * proyectos de ese centro de coste
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT proyectos-file
            IF NOT fs-pj-ok
                DISPLAY "aviso: no se encontro proyectos.dat, no "
                        "hay nada que listar"
            ELSE
                PERFORM lista-siguiente-proyecto UNTIL ws-lista-eof
                CLOSE proyectos-file
                DISPLAY "proyectos listados: " ws-listados
            END-IF.

       lista-siguiente-proyecto.
            READ proyectos-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF ws-filtro-centro = SPACES
                            OR pj-centro-coste = ws-filtro-centro
                        ADD 1 TO ws-listados
                        IF pj-activo
                            MOVE "abierto" TO ws-estado-texto
                        ELSE
                            MOVE "cerrado" TO ws-estado-texto
                        END-IF
                        DISPLAY pj-codigo " " pj-descripcion " "
                                pj-centro-coste " " ws-estado-texto
                                " " pj-operador " " pj-fecha-alta
                    END-IF
            END-READ.

       END PROGRAM rutinas_132.
