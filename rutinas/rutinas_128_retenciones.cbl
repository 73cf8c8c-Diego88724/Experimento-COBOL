      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: supervisor screen for the hold status of
      *     the transactions in transacciones.dat (tr-estado-sw in
      *     transaccion_maestro.cpy). Only an active supervisor of
      *     operadores_maestro.dat gets in. Option 1 places a
      *     transaction on hold, option 2 marks it disputed and
      *     option 3 releases a held or disputed one; each change
      *     asks for a reason, is confirmed, is journaled like every
      *     other maestro rewrite and leaves a line in
      *     retenciones_transacciones.log
      *     (retencion_transaccion.cpy) with the previous status and
      *     the supervisor. Option 4 shows a transaction with its
      *     status history. The legs of an inter-branch transfer
      *     are not held here: they settle through rutinas_127. Nor
      *     is a transaction whose day already has its
      *     asientos_AAAAMMDD.dat: it is in the ledger, and its
      *     release would post it a second time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_128.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT historial-file
               ASSIGN TO "retenciones_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-historial-status.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
           SELECT journal-file
               ASSIGN TO "journal_transacciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT journal-contador-file
               ASSIGN TO "journal_runs_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-contador-status.
           SELECT asientos-file ASSIGN DYNAMIC ws-nombre-asientos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asientos-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  historial-file.
       01  historial-rec pic x(84).

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).

       FD  asientos-file.
       01  asientos-rec pic x(60).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-historial-status==
                              ==:FS-PREFIJO:== BY ==fs-historial==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-journal-status==
                              ==:FS-PREFIJO:== BY ==fs-journal==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-journal-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-journal-contador==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-asientos-status==
                              ==:FS-PREFIJO:== BY ==fs-asientos==.
       COPY journal_maestro.
       COPY retencion_transaccion.
       COPY descripcion_traspaso.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-autorizado-sw pic x value 'N'.
           88 ws-autorizado value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-cambio-valido-sw pic x value 'N'.
           88 ws-cambio-valido value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-exportado-sw pic x value 'N'.
           88 ws-exportado value 'Y'.
       01 ws-nombre-asientos pic x(40).
       01 ws-accion pic x.
       01 ws-numero-entrada pic x(8).
       01 ws-numero-num redefines ws-numero-entrada pic 9(8).
       01 ws-motivo pic x(30).
       01 ws-confirma pic x.
       01 ws-imagen-antes pic x(100).
       01 ws-estado-anterior pic x.
       01 ws-estado-texto pic x(10).
       01 ws-importe-edit pic zzzzzz9.99.
       01 ws-run-journal pic 9(5) value 0.
       01 ws-listados pic 9(5) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM verifica-nivel-supervisor
            IF NOT ws-autorizado
                DISPLAY "ERROR: retener o liberar transacciones "
                        "requiere nivel supervisor"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       verifica-nivel-supervisor.
      * un operadores_maestro.dat sin crear deja el programa sin
      * restringir, el tratamiento "no configurado" habitual
            MOVE 'Y' TO ws-autorizado-sw
            OPEN INPUT operador-maestro-file
            IF fs-om-ok
                MOVE ws-operador TO om-id
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

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    MOVE 'R' TO ws-accion
                    PERFORM cambia-estado
                WHEN "2"
                    MOVE 'D' TO ws-accion
                    PERFORM cambia-estado
                WHEN "3"
                    MOVE 'L' TO ws-accion
                    PERFORM cambia-estado
                WHEN "4"
                    PERFORM consulta-transaccion
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) retener  2) disputar  3) liberar"
            DISPLAY "4) consultar transaccion y su historial"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       cambia-estado.
            DISPLAY "numero de transaccion: "
            ACCEPT ws-numero-entrada
            IF ws-numero-entrada IS NOT NUMERIC
                DISPLAY "ERROR: numero no valido"
            ELSE
                OPEN I-O transaccion-maestro-file
                IF NOT fs-transaccion-ok
                    DISPLAY "ERROR: no se encontro transacciones.dat"
                ELSE
                    PERFORM cambia-estado-transaccion
                    CLOSE transaccion-maestro-file
                END-IF
            END-IF.

       cambia-estado-transaccion.
            PERFORM lee-transaccion
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe la transaccion "
                        ws-numero-num
            ELSE
                PERFORM muestra-transaccion
                PERFORM valida-cambio-estado
                IF ws-cambio-valido
                    PERFORM confirma-cambio-estado
                END-IF
                IF ws-cambio-valido
                    PERFORM graba-cambio-estado
                END-IF
            END-IF.

       valida-cambio-estado.
      * las patas de un traspaso se anulan entre si y su cuadre es
      * el de rutinas_127; retener una sola descuadraria el par
      * un dia ya exportado por rutinas_44 tiene la transaccion en
      * su asiento; retenerla ahora y liberarla despues la llevaria
      * otra vez al asiento del dia de la liberacion
            MOVE 'N' TO ws-cambio-valido-sw
            MOVE tr-descripcion TO ws-descripcion-traspaso
            MOVE 'N' TO ws-exportado-sw
            IF ws-accion NOT = 'L'
                PERFORM comprueba-dia-exportado
            END-IF
            EVALUATE TRUE
                WHEN ds-es-traspaso AND ds-referencia IS NUMERIC
                    DISPLAY "ERROR: una pata de traspaso no se retiene"
                WHEN ws-exportado
                    DISPLAY "ERROR: el dia " tr-fecha " ya esta "
                            "exportado en " ws-nombre-asientos
                    DISPLAY "corregirlo con un apunte de ajuste, no "
                            "reteniendolo"
                WHEN ws-accion = 'L' AND NOT tr-fuera-liquidacion
                    DISPLAY "ERROR: la transaccion no esta retenida ni "
                            "disputada"
                WHEN ws-accion NOT = 'L' AND tr-estado-sw = ws-accion
                    DISPLAY "ERROR: la transaccion ya esta "
                            ws-estado-texto
                WHEN OTHER
                    SET ws-cambio-valido TO TRUE
            END-EVALUATE.

       comprueba-dia-exportado.
            MOVE SPACES TO ws-nombre-asientos
            STRING "asientos_" tr-fecha ".dat"
                DELIMITED BY SIZE INTO ws-nombre-asientos
            OPEN INPUT asientos-file
            IF fs-asientos-ok
                SET ws-exportado TO TRUE
                CLOSE asientos-file
            END-IF.

       confirma-cambio-estado.
            MOVE 'N' TO ws-cambio-valido-sw
            DISPLAY "motivo: "
            ACCEPT ws-motivo
            IF ws-motivo = SPACES
                DISPLAY "ERROR: hace falta el motivo"
            ELSE
                DISPLAY "confirmar? (S/N): "
                ACCEPT ws-confirma
                IF ws-confirma = "S" OR ws-confirma = "s"
                    SET ws-cambio-valido TO TRUE
                ELSE
                    DISPLAY "no se cambia"
                END-IF
            END-IF.

       graba-cambio-estado.
            MOVE transaccion-maestro-rec TO ws-imagen-antes
            MOVE tr-estado-sw TO ws-estado-anterior
            MOVE ws-accion TO tr-estado-sw
            MOVE ws-fecha-hoy TO tr-estado-fecha
            REWRITE transaccion-maestro-rec
                INVALID KEY
                    DISPLAY "ERROR: no se pudo reescribir la "
                            "transaccion, estado "
                            ws-transaccion-status
                NOT INVALID KEY
                    MOVE 'R' TO jm-operacion
                    MOVE tr-numero-transaccion TO jm-numero
                    MOVE ws-imagen-antes TO jm-imagen
                    PERFORM graba-journal-maestro
                    PERFORM graba-historial
                    PERFORM pone-texto-estado
                    DISPLAY "transaccion " tr-numero-transaccion
                            " " ws-estado-texto
            END-REWRITE.

       lee-transaccion.
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-numero-num TO tr-numero-transaccion
            READ transaccion-maestro-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       pone-texto-estado.
            EVALUATE TRUE
                WHEN tr-retenida
                    MOVE "retenida" TO ws-estado-texto
                WHEN tr-disputada
                    MOVE "disputada" TO ws-estado-texto
                WHEN tr-liberada
                    MOVE "liberada" TO ws-estado-texto
                WHEN OTHER
                    MOVE "normal" TO ws-estado-texto
            END-EVALUATE.

       muestra-transaccion.
            PERFORM pone-texto-estado
            MOVE tr-importe TO ws-importe-edit
            DISPLAY tr-numero-transaccion " " tr-fecha " "
                    ws-importe-edit " EUR " tr-sucursal " "
                    tr-descripcion
            IF tr-estado-normal OR tr-estado-fecha IS NOT NUMERIC
                DISPLAY "estado: " ws-estado-texto
            ELSE
                DISPLAY "estado: " ws-estado-texto " desde "
                        tr-estado-fecha
            END-IF.

       graba-historial.
            ACCEPT rh-fecha FROM DATE YYYYMMDD
            ACCEPT rh-hora FROM TIME
            MOVE tr-numero-transaccion TO rh-numero
            MOVE ws-accion TO rh-accion
            MOVE ws-estado-anterior TO rh-estado-anterior
            MOVE ws-operador TO rh-supervisor
            MOVE ws-motivo TO rh-motivo
            OPEN EXTEND historial-file
            IF fs-historial-fichero-no-existe
                OPEN OUTPUT historial-file
            END-IF
            MOVE ws-retencion-linea TO historial-rec
            WRITE historial-rec
            CLOSE historial-file.

       consulta-transaccion.
            DISPLAY "numero de transaccion: "
            ACCEPT ws-numero-entrada
            IF ws-numero-entrada IS NOT NUMERIC
                DISPLAY "ERROR: numero no valido"
            ELSE
                OPEN INPUT transaccion-maestro-file
                IF NOT fs-transaccion-ok
                    DISPLAY "ERROR: no se encontro transacciones.dat"
                ELSE
                    PERFORM lee-transaccion
                    IF ws-encontrado
                        PERFORM muestra-transaccion
                    ELSE
                        DISPLAY "aviso: la transaccion "
                                ws-numero-num " no esta en el "
                                "maestro"
                    END-IF
                    CLOSE transaccion-maestro-file
                END-IF
                PERFORM lista-historial
            END-IF.

       lista-historial.
      * el historial sigue ahi aunque la transaccion ya se haya
      * purgado del maestro
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT historial-file
            IF fs-historial-ok
                PERFORM lista-linea-historial UNTIL ws-eof
                CLOSE historial-file
            END-IF
            DISPLAY "cambios de estado: " ws-listados.

       lista-linea-historial.
            READ historial-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE historial-rec TO ws-retencion-linea
                    IF rh-numero = ws-numero-num
                        ADD 1 TO ws-listados
                        DISPLAY rh-fecha " " rh-hora " " rh-accion
                                " (antes " rh-estado-anterior ") "
                                rh-supervisor " " rh-motivo
                    END-IF
            END-READ.

       obtiene-run-journal.
            OPEN INPUT journal-contador-file
            IF fs-journal-contador-ok
                READ journal-contador-file
                    NOT AT END
                        MOVE journal-contador-rec TO ws-run-journal
                END-READ
                CLOSE journal-contador-file
            ELSE
                MOVE 0 TO ws-run-journal
            END-IF
            ADD 1 TO ws-run-journal
            OPEN OUTPUT journal-contador-file
            MOVE ws-run-journal TO journal-contador-rec
            WRITE journal-contador-rec
            CLOSE journal-contador-file.

       graba-journal-maestro.
            IF ws-run-journal = 0
                PERFORM obtiene-run-journal
            END-IF
            MOVE ws-run-journal TO jm-run
            ACCEPT jm-fecha FROM DATE YYYYMMDD
            ACCEPT jm-hora FROM TIME
            OPEN EXTEND journal-file
            IF fs-journal-fichero-no-existe
                OPEN OUTPUT journal-file
            END-IF
            MOVE ws-journal-linea TO journal-rec
            WRITE journal-rec
            CLOSE journal-file.

       END PROGRAM rutinas_128.
