      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: inter-branch transfers. Option 1 registers
      *     a transfer from one branch to another: both branches
      *     must be active in sucursales.dat and different, and the
      *     date must not fall in a closed month; on confirmation
      *     the outgoing and the incoming legs are posted together in
      *     transacciones.dat, each under its own tr-sucursal and
      *     both carrying the transfer reference in tr-descripcion
      *     (descripcion_traspaso.cpy), journaled like every other
      *     maestro write. If the second leg cannot be written the
      *     first is deleted again, so a transfer is never left with
      *     one leg. The transfer itself goes to
      *     traspasos_sucursal.dat (traspaso_sucursal.cpy). Option 2
      *     shows a transfer by reference, option 3 lists the
      *     transfers of a month and option 4 those of one branch,
      *     sent or received.
      *   - the maestro record written now starts in normal status
      *     (tr-estado-sw 'N', no status date).
      *   - the transfer legs carry no project code (tr-proyecto blank):
      *     a transfer moves money between branches, it is nobody's
      *     income.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_126.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT traspasos-file ASSIGN TO "traspasos_sucursal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ts-referencia
               FILE STATUS IS ws-ts-status.
           SELECT traspasos-contador-file
               ASSIGN TO "traspasos_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ts-contador-status.
           SELECT sucursales-file ASSIGN TO "sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS su-codigo
               FILE STATUS IS ws-su-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT contador-tx-file
               ASSIGN TO "transacciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-contador-tx-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT journal-file
               ASSIGN TO "journal_transacciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT journal-contador-file
               ASSIGN TO "journal_runs_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-contador-status.

       DATA DIVISION.
       FILE SECTION.
       FD  traspasos-file.
       COPY traspaso_sucursal.

       FD  traspasos-contador-file.
       01  traspasos-contador-rec pic 9(8).

       FD  sucursales-file.
       COPY sucursal.

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  contador-tx-file.
       01  contador-tx-rec pic 9(8).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ts-status==
                              ==:FS-PREFIJO:== BY ==fs-ts==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ts-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-ts-contador==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-su-status==
                              ==:FS-PREFIJO:== BY ==fs-su==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-contador-tx-status==
                     ==:FS-PREFIJO:== BY ==fs-contador-tx==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-journal-status==
                              ==:FS-PREFIJO:== BY ==fs-journal==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-journal-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-journal-contador==.
       COPY periodo_cerrado.
       COPY journal_maestro.
       COPY descripcion_traspaso.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-grabado-sw pic x value 'N'.
           88 ws-grabado value 'Y'.
       01 ws-traspaso-ok-sw pic x value 'N'.
           88 ws-traspaso-ok value 'Y'.
       01 ws-confirma pic x.
       01 ws-sucursal pic x(4).
       01 ws-origen pic x(4).
       01 ws-destino pic x(4).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-mes-entrada pic x(6).
       01 ws-importe-entrada pic x(9).
       01 ws-importe-num redefines ws-importe-entrada pic 9(7)v99.
       01 ws-referencia-entrada pic x(8).
       01 ws-referencia-num redefines ws-referencia-entrada
           pic 9(8).
       01 ws-concepto pic x(30).
       01 ws-importe-edit pic zzzzzz9.99.
       01 ws-siguiente-referencia pic 9(8) value 0.
       01 ws-siguiente-tx-id pic 9(8) value 0.
       01 ws-tr-salida pic 9(8) value 0.
       01 ws-tr-entrada pic 9(8) value 0.
       01 ws-run-journal pic 9(5) value 0.
       01 ws-periodo-buscado pic 9(6).
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-listados pic 9(5) value 0.
       01 ws-total-listado pic 9(9)v99 value 0.
       01 ws-total-edit pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM registra-traspaso
                WHEN "2"
                    PERFORM consulta-traspaso
                WHEN "3"
                    PERFORM lista-mes
                WHEN "4"
                    PERFORM lista-sucursal
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) registrar traspaso  2) consultar traspaso"
            DISPLAY "3) traspasos de un mes  4) traspasos de una "
                    "sucursal"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       registra-traspaso.
            SET ws-traspaso-ok TO TRUE
            DISPLAY "sucursal que envia: "
            ACCEPT ws-sucursal
            PERFORM valida-sucursal
            IF NOT ws-valido
                MOVE 'N' TO ws-traspaso-ok-sw
            END-IF
            IF ws-traspaso-ok
                MOVE ws-sucursal TO ws-origen
                DISPLAY "sucursal que recibe: "
                ACCEPT ws-sucursal
                PERFORM valida-sucursal
                IF NOT ws-valido
                    MOVE 'N' TO ws-traspaso-ok-sw
                END-IF
            END-IF
            IF ws-traspaso-ok
                MOVE ws-sucursal TO ws-destino
                IF ws-origen = ws-destino
                    DISPLAY "ERROR: las dos sucursales son la misma"
                    MOVE 'N' TO ws-traspaso-ok-sw
                END-IF
            END-IF

            IF ws-traspaso-ok
                DISPLAY "importe en EUR (000000001-999999999, dos "
                        "decimales implicitos, ej. 000150000 = "
                        "1500.00): "
                ACCEPT ws-importe-entrada
                IF ws-importe-entrada IS NOT NUMERIC
                    DISPLAY "ERROR: importe no valido"
                    MOVE 'N' TO ws-traspaso-ok-sw
                END-IF
            END-IF
            IF ws-traspaso-ok AND ws-importe-num = 0
                DISPLAY "ERROR: el importe no puede ser cero"
                MOVE 'N' TO ws-traspaso-ok-sw
            END-IF

            IF ws-traspaso-ok
                DISPLAY "fecha del traspaso (AAAAMMDD, blanco = hoy): "
                ACCEPT ws-fecha-entrada
                IF ws-fecha-entrada = SPACES
                    MOVE ws-fecha-hoy TO ws-fecha-num
                END-IF
                IF ws-fecha-entrada IS NOT NUMERIC
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-traspaso-ok-sw
                END-IF
            END-IF
            IF ws-traspaso-ok
                MOVE ws-fecha-num(1:6) TO ws-periodo-buscado
                PERFORM verifica-periodo-cerrado
                IF ws-periodo-cerrado
                    DISPLAY "ERROR: el periodo " ws-periodo-buscado
                            " esta cerrado, no se contabiliza"
                    MOVE 'N' TO ws-traspaso-ok-sw
                END-IF
            END-IF

            IF ws-traspaso-ok
                DISPLAY "concepto: "
                ACCEPT ws-concepto
                MOVE ws-importe-num TO ws-importe-edit
                DISPLAY "traspaso de " ws-origen " a " ws-destino
                        " por " ws-importe-edit " EUR el " ws-fecha-num
                DISPLAY "registrar? (S/N): "
                ACCEPT ws-confirma
                IF ws-confirma NOT = "S" AND ws-confirma NOT = "s"
                    DISPLAY "no se registra"
                    MOVE 'N' TO ws-traspaso-ok-sw
                END-IF
            END-IF

            IF ws-traspaso-ok
                PERFORM siguiente-referencia
                PERFORM graba-patas
                IF ws-grabado
                    PERFORM graba-traspaso
                    DISPLAY "traspaso " ws-siguiente-referencia
                            " registrado: salida " ws-tr-salida
                            " entrada " ws-tr-entrada
                END-IF
            END-IF.

       valida-sucursal.
      * la sucursal tiene que estar en el maestro y activa, la misma
      * regla que aplica la carga de feeds de rutinas_26
            MOVE 'N' TO ws-valido-sw
            INSPECT ws-sucursal CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            OPEN INPUT sucursales-file
            IF NOT fs-su-ok
                DISPLAY "ERROR: no se encontro sucursales.dat"
            ELSE
                MOVE ws-sucursal TO su-codigo
                READ sucursales-file
                    INVALID KEY
                        DISPLAY "ERROR: sucursal " ws-sucursal
                                " desconocida"
                    NOT INVALID KEY
                        IF su-activa
                            SET ws-valido TO TRUE
                        ELSE
                            DISPLAY "ERROR: sucursal " ws-sucursal
                                    " de baja"
                        END-IF
                END-READ
                CLOSE sucursales-file
            END-IF.

       verifica-periodo-cerrado.
            MOVE 'N' TO ws-periodo-cerrado-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT periodos-file
            IF fs-periodos-ok
                PERFORM busca-periodo-cerrado UNTIL ws-eof
                CLOSE periodos-file
            END-IF.

       busca-periodo-cerrado.
            READ periodos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF pc-periodo = ws-periodo-buscado
                        SET ws-periodo-cerrado TO TRUE
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       graba-patas.
      * las dos patas van juntas: si la entrada no se puede grabar se
      * borra la salida ya grabada, y el journal recoge las dos cosas
            MOVE 'N' TO ws-grabado-sw
            OPEN I-O transaccion-maestro-file
            IF fs-transaccion-fichero-no-existe
                OPEN OUTPUT transaccion-maestro-file
                CLOSE transaccion-maestro-file
                OPEN I-O transaccion-maestro-file
            END-IF

            PERFORM siguiente-tx-id
            MOVE ws-siguiente-tx-id TO ws-tr-salida
            MOVE ws-tr-salida TO tr-numero-transaccion
            MOVE ws-origen TO tr-sucursal
            MOVE 'S' TO ds-sentido
            PERFORM prepara-pata
            WRITE transaccion-maestro-rec
                INVALID KEY
                    DISPLAY "ERROR: clave duplicada al grabar la "
                            "salida " ws-tr-salida ", no se registra"
                NOT INVALID KEY
                    MOVE 'W' TO jm-operacion
                    MOVE tr-numero-transaccion TO jm-numero
                    MOVE SPACES TO jm-imagen
                    PERFORM graba-journal-maestro
                    SET ws-grabado TO TRUE
            END-WRITE

            IF ws-grabado
                PERFORM siguiente-tx-id
                MOVE ws-siguiente-tx-id TO ws-tr-entrada
                MOVE ws-tr-entrada TO tr-numero-transaccion
                MOVE ws-destino TO tr-sucursal
                MOVE 'E' TO ds-sentido
                PERFORM prepara-pata
                WRITE transaccion-maestro-rec
                    INVALID KEY
                        DISPLAY "ERROR: clave duplicada al grabar la "
                                "entrada " ws-tr-entrada
                                ", se deshace la salida"
                        MOVE 'N' TO ws-grabado-sw
                        PERFORM deshace-salida
                    NOT INVALID KEY
                        MOVE 'W' TO jm-operacion
                        MOVE tr-numero-transaccion TO jm-numero
                        MOVE SPACES TO jm-imagen
                        PERFORM graba-journal-maestro
                END-WRITE
            END-IF
            CLOSE transaccion-maestro-file.

       prepara-pata.
            MOVE ws-fecha-num TO tr-fecha
            MOVE ws-importe-num TO tr-importe
            MOVE "TRASPASO " TO ds-marca
            MOVE ws-siguiente-referencia TO ds-referencia
            MOVE ws-origen TO ds-origen
            MOVE ">" TO ds-separador
            MOVE ws-destino TO ds-destino
            MOVE ws-descripcion-traspaso TO tr-descripcion
            MOVE "EUR" TO tr-moneda
            MOVE tr-importe TO tr-importe-origen
            MOVE 1 TO tr-cambio
            MOVE 'N' TO tr-estado-sw
            MOVE 0 TO tr-estado-fecha
            MOVE SPACES TO tr-proyecto.

       deshace-salida.
            MOVE ws-tr-salida TO tr-numero-transaccion
            READ transaccion-maestro-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'D' TO jm-operacion
                    MOVE tr-numero-transaccion TO jm-numero
                    MOVE transaccion-maestro-rec TO jm-imagen
                    DELETE transaccion-maestro-file
                        INVALID KEY
                            DISPLAY "ERROR: no se pudo borrar la "
                                    "salida " ws-tr-salida
                        NOT INVALID KEY
                            PERFORM graba-journal-maestro
                    END-DELETE
            END-READ.

       graba-traspaso.
            OPEN I-O traspasos-file
            IF fs-ts-fichero-no-existe
                OPEN OUTPUT traspasos-file
                CLOSE traspasos-file
                OPEN I-O traspasos-file
            END-IF
            MOVE SPACES TO traspaso-sucursal-rec
            MOVE ws-siguiente-referencia TO ts-referencia
            MOVE ws-fecha-num TO ts-fecha
            MOVE ws-origen TO ts-origen
            MOVE ws-destino TO ts-destino
            MOVE ws-importe-num TO ts-importe
            MOVE ws-tr-salida TO ts-tr-salida
            MOVE ws-tr-entrada TO ts-tr-entrada
            MOVE ws-concepto TO ts-concepto
            MOVE ws-operador TO ts-operador
            MOVE ws-fecha-hoy TO ts-fecha-alta
            WRITE traspaso-sucursal-rec
                INVALID KEY
                    DISPLAY "aviso: referencia duplicada en "
                            "traspasos_sucursal.dat: " ts-referencia
            END-WRITE
            CLOSE traspasos-file.

       siguiente-referencia.
            OPEN INPUT traspasos-contador-file
            IF fs-ts-contador-ok
                READ traspasos-contador-file
                    NOT AT END
                        MOVE traspasos-contador-rec
                            TO ws-siguiente-referencia
                END-READ
                CLOSE traspasos-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-referencia
            END-IF
            ADD 1 TO ws-siguiente-referencia
            OPEN OUTPUT traspasos-contador-file
            MOVE ws-siguiente-referencia TO traspasos-contador-rec
            WRITE traspasos-contador-rec
            CLOSE traspasos-contador-file.

       siguiente-tx-id.
            OPEN INPUT contador-tx-file
            IF fs-contador-tx-ok
                READ contador-tx-file
                    NOT AT END
                        MOVE contador-tx-rec TO ws-siguiente-tx-id
                END-READ
                CLOSE contador-tx-file
            ELSE
                MOVE 0 TO ws-siguiente-tx-id
            END-IF
            ADD 1 TO ws-siguiente-tx-id
            OPEN OUTPUT contador-tx-file
            MOVE ws-siguiente-tx-id TO contador-tx-rec
            WRITE contador-tx-rec
            CLOSE contador-tx-file.

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

       consulta-traspaso.
            DISPLAY "referencia del traspaso: "
            ACCEPT ws-referencia-entrada
            IF ws-referencia-entrada IS NOT NUMERIC
                DISPLAY "ERROR: referencia no valida"
            ELSE
                OPEN INPUT traspasos-file
                IF NOT fs-ts-ok
                    DISPLAY "aviso: no se encontro "
                            "traspasos_sucursal.dat"
                ELSE
                    MOVE ws-referencia-num TO ts-referencia
                    READ traspasos-file
                        INVALID KEY
                            DISPLAY "ERROR: no existe el traspaso "
                                    ts-referencia
                        NOT INVALID KEY
                            PERFORM muestra-traspaso
                            DISPLAY "  concepto: " ts-concepto
                            DISPLAY "  registrado por " ts-operador
                                    " el " ts-fecha-alta
                    END-READ
                    CLOSE traspasos-file
                END-IF
            END-IF.

       muestra-traspaso.
            MOVE ts-importe TO ws-importe-edit
            DISPLAY ts-referencia " " ts-fecha " " ts-origen " > "
                    ts-destino " " ws-importe-edit " salida "
                    ts-tr-salida " entrada " ts-tr-entrada.

       lista-mes.
            DISPLAY "mes (AAAAMM): "
            ACCEPT ws-mes-entrada
            IF ws-mes-entrada IS NOT NUMERIC
                DISPLAY "ERROR: mes no valido"
            ELSE
                MOVE SPACES TO ws-sucursal
                PERFORM lista-traspasos
            END-IF.

       lista-sucursal.
            DISPLAY "sucursal: "
            ACCEPT ws-sucursal
            INSPECT ws-sucursal CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "mes (AAAAMM, blanco = todos): "
            ACCEPT ws-mes-entrada
            IF ws-sucursal = SPACES
                DISPLAY "ERROR: hace falta la sucursal"
            ELSE
                IF ws-mes-entrada NOT = SPACES
                        AND ws-mes-entrada IS NOT NUMERIC
                    DISPLAY "ERROR: mes no valido"
                ELSE
                    PERFORM lista-traspasos
                END-IF
            END-IF.

       lista-traspasos.
      * recorrido completo por referencia; filtra por mes y, si se
      * dio, por sucursal en cualquiera de los dos lados
            MOVE 0 TO ws-listados
            MOVE 0 TO ws-total-listado
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT traspasos-file
            IF NOT fs-ts-ok
                DISPLAY "aviso: no se encontro traspasos_sucursal.dat, "
                        "no hay nada que listar"
            ELSE
                PERFORM lista-siguiente-traspaso UNTIL ws-eof
                CLOSE traspasos-file
                MOVE ws-total-listado TO ws-total-edit
                DISPLAY "traspasos listados: " ws-listados
                        " por " ws-total-edit
            END-IF.

       lista-siguiente-traspaso.
            READ traspasos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF (ws-mes-entrada = SPACES
                            OR ts-fecha(1:6) = ws-mes-entrada)
                        AND (ws-sucursal = SPACES
                            OR ts-origen = ws-sucursal
                            OR ts-destino = ws-sucursal)
                        ADD 1 TO ws-listados
                        ADD ts-importe TO ws-total-listado
                        PERFORM muestra-traspaso
                    END-IF
            END-READ.

       END PROGRAM rutinas_126.
