      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: manual bank reconciliation, for the lines
      *     the automatic matching of rutinas_122 leaves over. Option
      *     1 lists the bank lines still pending in
      *     movimientos_banco.dat; option 2 lists the postings of a
      *     day in transacciones.dat not yet reconciled; option 3
      *     matches a bank line to a posting - the line must be
      *     pending and the posting must exist and not be matched to
      *     another line; both are shown, a difference in importe is
      *     warned about, and the match is written only on
      *     confirmation, as type M with the operator; option 4 undoes
      *     a match made in error, returning the line to pending.
      *     Every manual match and undo is appended to
      *     conciliaciones_banco.log with the operator.
      *   - the postings list leaves out the legs of inter-branch
      *     transfers (rutinas_126), which never reach the bank.
      *   - when the reconciled-entries table fills up, the unreconciled
      *     listing is refused with an error instead of showing entries
      *     that may already be reconciled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_123.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movimientos-file ASSIGN TO "movimientos_banco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mb-id
               FILE STATUS IS ws-mb-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT conciliaciones-file
               ASSIGN TO "conciliaciones_banco.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-conciliaciones-status.

       DATA DIVISION.
       FILE SECTION.
       FD  movimientos-file.
       COPY movimiento_banco.

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  conciliaciones-file.
       01  conciliaciones-rec pic x(66).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mb-status==
                              ==:FS-PREFIJO:== BY ==fs-mb==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-conciliaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-conciliaciones==.
       COPY conciliacion_banco.
       COPY descripcion_traspaso.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-conciliable-sw pic x value 'N'.
           88 ws-conciliable value 'Y'.
       01 ws-confirma pic x.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-mb-id-entrada pic x(6).
       01 ws-mb-id-num redefines ws-mb-id-entrada pic 9(6).
       01 ws-tr-entrada pic x(8).
       01 ws-tr-num redefines ws-tr-entrada pic 9(8).
       01 ws-casado-con pic 9(6).
       01 ws-importe-edit pic zzzzzz9.99.
       01 ws-importe-tr-edit pic zzzzzz9.99.
       01 ws-listados pic 9(5) value 0.
      * apuntes ya conciliados, para dejarlos fuera del listado
       01 ws-casados-tabla.
           05 ws-casado-numero pic 9(8) occurs 5000 times.
       01 ws-casados-count pic 9(4) value 0.
       01 ws-casados-idx pic 9(4).

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
                    PERFORM lista-pendientes-banco
                WHEN "2"
                    PERFORM lista-apuntes-sin-banco
                WHEN "3"
                    PERFORM concilia-a-mano
                WHEN "4"
                    PERFORM deshace-conciliacion
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) movimientos del banco pendientes"
            DISPLAY "2) apuntes sin conciliar de una fecha"
            DISPLAY "3) conciliar a mano  4) deshacer una conciliacion"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       lista-pendientes-banco.
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT movimientos-file
            IF NOT fs-mb-ok
                DISPLAY "aviso: no se encontro movimientos_banco.dat, "
                        "no hay nada que listar"
            ELSE
                PERFORM lista-siguiente-pendiente UNTIL ws-eof
                CLOSE movimientos-file
                DISPLAY "movimientos pendientes: " ws-listados
            END-IF.

       lista-siguiente-pendiente.
            READ movimientos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF mb-pendiente
                        ADD 1 TO ws-listados
                        MOVE mb-importe TO ws-importe-edit
                        DISPLAY mb-id " " mb-fecha " " mb-signo
                                ws-importe-edit " " mb-referencia " "
                                mb-concepto
                    END-IF
            END-READ.

       carga-casados.
            MOVE 0 TO ws-casados-count
            MOVE 'N' TO ws-tabla-llena-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT movimientos-file
            IF fs-mb-ok
                PERFORM lee-casado UNTIL ws-eof
                CLOSE movimientos-file
            END-IF.

       lee-casado.
            READ movimientos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF mb-conciliado
                        IF ws-casados-count >= 5000
                            PERFORM avisa-tabla-llena
                        ELSE
                            ADD 1 TO ws-casados-count
                            MOVE mb-tr-numero
                                TO ws-casado-numero(ws-casados-count)
                        END-IF
                    END-IF
            END-READ.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de conciliados llena, no se "
                        "puede saber que apuntes estan sin conciliar"
                SET ws-tabla-llena TO TRUE
            END-IF.

       lista-apuntes-sin-banco.
            DISPLAY "fecha de los apuntes (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
            ELSE
                PERFORM carga-casados
                IF ws-tabla-llena
                    DISPLAY "no se listan los apuntes del " ws-fecha-num
                ELSE
                    PERFORM lista-apuntes-fecha
                END-IF
            END-IF.

       lista-apuntes-fecha.
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT transaccion-maestro-file
            IF NOT fs-transaccion-ok
                DISPLAY "aviso: no se encontro transacciones.dat"
            ELSE
                MOVE ws-fecha-num TO tr-fecha
                START transaccion-maestro-file KEY IS
                        NOT LESS THAN tr-fecha
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lista-siguiente-apunte UNTIL ws-eof
                CLOSE transaccion-maestro-file
                DISPLAY "apuntes sin conciliar: " ws-listados
            END-IF.

       lista-siguiente-apunte.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF tr-fecha NOT = ws-fecha-num
                        SET ws-eof TO TRUE
                    ELSE
      * las patas de traspaso entre sucursales no pasan por el
      * banco; se marcan como ya vistas para no listarlas
                        MOVE 'N' TO ws-encontrado-sw
                        MOVE tr-descripcion TO ws-descripcion-traspaso
                        IF ds-es-traspaso AND ds-referencia IS NUMERIC
                            SET ws-encontrado TO TRUE
                        END-IF
                        PERFORM busca-casado
                            VARYING ws-casados-idx FROM 1 BY 1
                            UNTIL ws-casados-idx > ws-casados-count
                                OR ws-encontrado
                        IF NOT ws-encontrado
                            ADD 1 TO ws-listados
                            MOVE tr-importe TO ws-importe-edit
                            DISPLAY tr-numero-transaccion " " tr-fecha
                                    " " ws-importe-edit " "
                                    tr-descripcion
                        END-IF
                    END-IF
            END-READ.

       busca-casado.
            IF ws-casado-numero(ws-casados-idx) = tr-numero-transaccion
                SET ws-encontrado TO TRUE
            END-IF.

       abre-movimientos.
            OPEN I-O movimientos-file
            IF NOT fs-mb-ok
                DISPLAY "aviso: no se encontro movimientos_banco.dat"
            END-IF.

       concilia-a-mano.
            DISPLAY "movimiento del banco (numero): "
            ACCEPT ws-mb-id-entrada
            DISPLAY "apunte (numero de transaccion): "
            ACCEPT ws-tr-entrada
            IF ws-mb-id-entrada NOT NUMERIC
                    OR ws-tr-entrada NOT NUMERIC
                DISPLAY "ERROR: numero no valido"
            ELSE
                PERFORM abre-movimientos
                IF fs-mb-ok
                    PERFORM concilia-movimiento
                    CLOSE movimientos-file
                END-IF
            END-IF.

       concilia-movimiento.
            SET ws-conciliable TO TRUE
      * el apunte no puede estar ya casado con otro movimiento
            MOVE 0 TO ws-casado-con
            MOVE 'N' TO ws-eof-sw
            MOVE 0 TO mb-id
            START movimientos-file KEY IS NOT LESS THAN mb-id
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM busca-apunte-casado UNTIL ws-eof
            IF ws-casado-con NOT = 0
                DISPLAY "ERROR: el apunte ya esta conciliado con el "
                        "movimiento " ws-casado-con
                MOVE 'N' TO ws-conciliable-sw
            END-IF

            IF ws-conciliable
                MOVE ws-mb-id-num TO mb-id
                READ movimientos-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe el movimiento " mb-id
                        MOVE 'N' TO ws-conciliable-sw
                END-READ
            END-IF
            IF ws-conciliable AND NOT mb-pendiente
                DISPLAY "ERROR: el movimiento ya esta conciliado con "
                        "el apunte " mb-tr-numero
                MOVE 'N' TO ws-conciliable-sw
            END-IF

            IF ws-conciliable
                OPEN INPUT transaccion-maestro-file
                IF NOT fs-transaccion-ok
                    DISPLAY "ERROR: no se encontro transacciones.dat"
                    MOVE 'N' TO ws-conciliable-sw
                END-IF
            END-IF
            IF ws-conciliable
                MOVE ws-tr-num TO tr-numero-transaccion
                MOVE 'N' TO ws-encontrado-sw
                READ transaccion-maestro-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-encontrado TO TRUE
                END-READ
                CLOSE transaccion-maestro-file
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no existe el apunte " ws-tr-num
                    MOVE 'N' TO ws-conciliable-sw
                END-IF
            END-IF

            IF ws-conciliable
                MOVE mb-importe TO ws-importe-edit
                MOVE tr-importe TO ws-importe-tr-edit
                DISPLAY "banco:  " mb-id " " mb-fecha " " mb-signo
                        ws-importe-edit " " mb-referencia " "
                        mb-concepto
                DISPLAY "apunte: " tr-numero-transaccion " " tr-fecha
                        "  " ws-importe-tr-edit " " tr-descripcion
                IF mb-importe NOT = tr-importe
                    DISPLAY "aviso: los importes no coinciden"
                END-IF
                DISPLAY "conciliar? (S/N): "
                ACCEPT ws-confirma
                IF ws-confirma NOT = "S" AND ws-confirma NOT = "s"
                    DISPLAY "no se concilia"
                    MOVE 'N' TO ws-conciliable-sw
                END-IF
            END-IF

            IF ws-conciliable
                SET mb-conciliado TO TRUE
                MOVE ws-tr-num TO mb-tr-numero
                SET mb-manual TO TRUE
                MOVE ws-operador TO mb-operador
                MOVE ws-fecha-hoy TO mb-fecha-concilia
                REWRITE movimiento-banco-rec
                PERFORM graba-log-conciliacion
                DISPLAY "movimiento " mb-id " conciliado con el apunte "
                        mb-tr-numero
            END-IF.

       busca-apunte-casado.
            READ movimientos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF mb-conciliado AND mb-tr-numero = ws-tr-num
                        MOVE mb-id TO ws-casado-con
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       deshace-conciliacion.
      * el movimiento vuelve a pendiente; en el log queda la linea con
      * tipo D y el apunte que tenia
            DISPLAY "movimiento del banco (numero): "
            ACCEPT ws-mb-id-entrada
            IF ws-mb-id-entrada NOT NUMERIC
                DISPLAY "ERROR: numero no valido"
            ELSE
                PERFORM abre-movimientos
                IF fs-mb-ok
                    PERFORM deshace-movimiento
                    CLOSE movimientos-file
                END-IF
            END-IF.

       deshace-movimiento.
            MOVE ws-mb-id-num TO mb-id
            READ movimientos-file
                INVALID KEY
                    DISPLAY "ERROR: no existe el movimiento " mb-id
                NOT INVALID KEY
                    IF NOT mb-conciliado
                        DISPLAY "ERROR: el movimiento no esta "
                                "conciliado"
                    ELSE
                        DISPLAY "movimiento " mb-id " conciliado con "
                                "el apunte " mb-tr-numero " ("
                                mb-tipo " " mb-operador ")"
                        DISPLAY "deshacer? (S/N): "
                        ACCEPT ws-confirma
                        IF ws-confirma = "S" OR ws-confirma = "s"
                            MOVE "D" TO mb-tipo
                            MOVE ws-operador TO mb-operador
                            PERFORM graba-log-conciliacion
                            SET mb-pendiente TO TRUE
                            MOVE 0 TO mb-tr-numero
                            MOVE SPACE TO mb-tipo
                            MOVE SPACES TO mb-operador
                            MOVE 0 TO mb-fecha-concilia
                            REWRITE movimiento-banco-rec
                            DISPLAY "movimiento " mb-id " pendiente"
                        END-IF
                    END-IF
            END-READ.

       graba-log-conciliacion.
            OPEN EXTEND conciliaciones-file
            IF fs-conciliaciones-fichero-no-existe
                OPEN OUTPUT conciliaciones-file
            END-IF
            ACCEPT cj-fecha FROM DATE YYYYMMDD
            ACCEPT cj-hora FROM TIME
            MOVE mb-id TO cj-mb-id
            MOVE mb-tr-numero TO cj-tr-numero
            MOVE mb-tipo TO cj-tipo
            MOVE mb-importe TO cj-importe
            MOVE mb-operador TO cj-operador
            MOVE ws-conciliacion-linea TO conciliaciones-rec
            WRITE conciliaciones-rec
            CLOSE conciliaciones-file.

       END PROGRAM rutinas_123.
