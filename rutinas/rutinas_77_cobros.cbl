      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: customer payment entry for the receivables
      *     ledger. A payment is keyed against a customer from
      *     clientes.dat; the customer's open items in
      *     partidas_abiertas.dat (partida_abierta.cpy, created by
      *     rutinas_65 at conversion) are listed, and the operator
      *     applies the payment to one or more of them, in full or
      *     in part, each application leaving a line in cobros.dat
      *     (cobro.cpy) under one payment number from
      *     cobros_contador.dat. Whatever is left unapplied is
      *     recorded as an on-account line instead of being lost.
      *   - open items are now listed with their instalment number and
      *     due date, and a payment is applied to an item by number and
      *     instalment (blank = 00, an item without a payment plan); the
      *     instalment goes on the cobros.dat line (co-plazo).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_77.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT partidas-file ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pa-clave
               FILE STATUS IS ws-pa-status.
           SELECT cobros-file ASSIGN TO "cobros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cobros-status.
           SELECT cobros-contador-file
               ASSIGN TO "cobros_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cobros-contador-status.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes-file.
       COPY cliente.

       FD  partidas-file.
       COPY partida_abierta.

       FD  cobros-file.
       01  cobros-rec pic x(60).

       FD  cobros-contador-file.
       01  cobros-contador-rec pic 9(6).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pa-status==
                              ==:FS-PREFIJO:== BY ==fs-pa==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cobros-status==
                              ==:FS-PREFIJO:== BY ==fs-cobros==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-cobros-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-cobros-ctr==.
       COPY cobro.
       01 ws-opcion pic x.
       01 ws-operador-id pic x(10).
       01 ws-cliente pic x(6).
       01 ws-cliente-valido-sw pic x value 'N'.
           88 ws-cliente-valido value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-partidas-count pic 9(5) value 0.
       01 ws-pendiente-cliente pic 9(9)v99 value 0.
       01 ws-siguiente-cobro-id pic 9(6) value 0.
       01 ws-importe-entrada pic x(9).
       01 ws-importe-num redefines ws-importe-entrada pic 9(7)v99.
       01 ws-importe-valido-sw pic x value 'N'.
           88 ws-importe-valido value 'Y'.
       01 ws-cobro-resto pic 9(7)v99 value 0.
       01 ws-aplicar pic 9(7)v99 value 0.
       01 ws-numero-entrada pic x(8).
       01 ws-numero-num redefines ws-numero-entrada pic 9(8).
       01 ws-plazo-entrada pic x(2).
       01 ws-plazo-num redefines ws-plazo-entrada pic 9(2).
       01 ws-fin-aplicacion-sw pic x value 'N'.
           88 ws-fin-aplicacion value 'Y'.
       01 ws-importe-edit pic z(6)9.99.
       01 ws-pendiente-edit pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "3"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM registra-cobro
                WHEN "2"
                    PERFORM consulta-partidas
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) registrar cobro  2) partidas de un cliente"
            DISPLAY "3) salir"
            ACCEPT ws-opcion.

       valida-cliente.
            MOVE 'N' TO ws-cliente-valido-sw
            DISPLAY "codigo de cliente: "
            ACCEPT ws-cliente
            OPEN INPUT clientes-file
            IF NOT fs-cl-ok
                DISPLAY "ERROR: no se encontro clientes.dat"
            ELSE
                MOVE ws-cliente TO cl-codigo
                READ clientes-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe el cliente "
                                ws-cliente
                    NOT INVALID KEY
                        SET ws-cliente-valido TO TRUE
                        DISPLAY "cliente " cl-codigo " " cl-nombre
                END-READ
                CLOSE clientes-file
            END-IF.

       abre-partidas.
            OPEN I-O partidas-file
            IF fs-pa-fichero-no-existe
                OPEN OUTPUT partidas-file
                CLOSE partidas-file
                OPEN I-O partidas-file
            END-IF.

       lista-partidas-cliente.
      * recorre las partidas del cliente desde su primera clave; el
      * fichero tiene que estar ya abierto
            MOVE 0 TO ws-partidas-count
            MOVE 0 TO ws-pendiente-cliente
            MOVE 'N' TO ws-lista-eof-sw
            MOVE ws-cliente TO pa-cliente
            MOVE 0 TO pa-numero
            MOVE 0 TO pa-plazo
            START partidas-file KEY IS NOT LESS THAN pa-clave
                INVALID KEY
                    SET ws-lista-eof TO TRUE
            END-START
            PERFORM lista-siguiente-partida UNTIL ws-lista-eof
            MOVE ws-pendiente-cliente TO ws-pendiente-edit
            DISPLAY ws-partidas-count " partidas abiertas, pendiente "
                    ws-pendiente-edit.

       lista-siguiente-partida.
            READ partidas-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    IF pa-cliente NOT = ws-cliente
                        SET ws-lista-eof TO TRUE
                    ELSE
                        IF pa-abierta
                            ADD 1 TO ws-partidas-count
                            ADD pa-pendiente TO ws-pendiente-cliente
                            MOVE pa-pendiente TO ws-importe-edit
                            DISPLAY "  partida " pa-numero "/"
                                    pa-plazo " de " pa-fecha
                                    " vence " pa-vencimiento
                                    " presupuesto " pa-presupuesto
                                    " pendiente " ws-importe-edit
                        END-IF
                    END-IF
            END-READ.

       consulta-partidas.
            PERFORM valida-cliente
            IF ws-cliente-valido
                OPEN INPUT partidas-file
                IF NOT fs-pa-ok
                    DISPLAY "aviso: no se encontro "
                            "partidas_abiertas.dat"
                ELSE
                    PERFORM lista-partidas-cliente
                    CLOSE partidas-file
                END-IF
            END-IF.

       pide-importe.
            MOVE 'N' TO ws-importe-valido-sw
            PERFORM pide-importe-valor UNTIL ws-importe-valido.

       pide-importe-valor.
            DISPLAY "importe cobrado (nueve digitos, dos decimales "
                    "implicitos, ej. 000012550 = 125.50): "
            ACCEPT ws-importe-entrada
            IF ws-importe-entrada IS NUMERIC
                    AND ws-importe-entrada > "000000000"
                SET ws-importe-valido TO TRUE
            ELSE
                DISPLAY "ERROR: importe no valido"
            END-IF.

       registra-cobro.
            PERFORM valida-cliente
            IF ws-cliente-valido
                PERFORM pide-importe
                MOVE ws-importe-num TO ws-cobro-resto
                PERFORM siguiente-cobro-id
                PERFORM abre-partidas
                PERFORM lista-partidas-cliente
                MOVE 'N' TO ws-fin-aplicacion-sw
                PERFORM aplica-cobro-partida
                    UNTIL ws-fin-aplicacion OR ws-cobro-resto = 0
                CLOSE partidas-file
      * lo que no se ha aplicado a ninguna partida queda como cobro
      * a cuenta, con numero de partida a cero
                IF ws-cobro-resto > 0
                    MOVE 0 TO co-numero
                    MOVE 0 TO co-plazo
                    MOVE ws-cobro-resto TO co-importe
                    PERFORM graba-linea-cobro
                    MOVE ws-cobro-resto TO ws-importe-edit
                    DISPLAY "aviso: " ws-importe-edit
                            " sin aplicar, queda como cobro a cuenta"
                END-IF
                DISPLAY "cobro " ws-siguiente-cobro-id " registrado"
            END-IF.

       aplica-cobro-partida.
            MOVE ws-cobro-resto TO ws-importe-edit
            DISPLAY "resto del cobro por aplicar: " ws-importe-edit
            DISPLAY "numero de partida (00000000 = terminar): "
            ACCEPT ws-numero-entrada
            IF ws-numero-entrada NOT NUMERIC
                DISPLAY "ERROR: numero de partida no valido"
            ELSE
                IF ws-numero-num = 0
                    SET ws-fin-aplicacion TO TRUE
                ELSE
                    PERFORM pide-plazo-partida
                END-IF
            END-IF.

       pide-plazo-partida.
      * una partida de un plan de pagos se identifica ademas por su
      * plazo; la de una conversion sin plan es el plazo 00
            DISPLAY "plazo de la partida (en blanco = 00, sin plan): "
            ACCEPT ws-plazo-entrada
            IF ws-plazo-entrada = SPACES
                MOVE 0 TO ws-plazo-num
            END-IF
            IF ws-plazo-entrada NOT NUMERIC
                DISPLAY "ERROR: plazo no valido"
            ELSE
                PERFORM aplica-a-partida
            END-IF.

       aplica-a-partida.
            MOVE ws-cliente TO pa-cliente
            MOVE ws-numero-num TO pa-numero
            MOVE ws-plazo-num TO pa-plazo
            READ partidas-file
                INVALID KEY
                    DISPLAY "ERROR: el cliente no tiene la partida "
                            ws-numero-num "/" ws-plazo-num
                NOT INVALID KEY
                    IF pa-saldada
                        DISPLAY "ERROR: la partida ya esta saldada"
                    ELSE
                        PERFORM pide-importe-aplicar
                    END-IF
            END-READ.

       pide-importe-aplicar.
      * por defecto se aplica lo maximo posible: el pendiente de la
      * partida o el resto del cobro, lo que sea menor
            IF pa-pendiente < ws-cobro-resto
                MOVE pa-pendiente TO ws-aplicar
            ELSE
                MOVE ws-cobro-resto TO ws-aplicar
            END-IF
            MOVE ws-aplicar TO ws-importe-edit
            DISPLAY "importe a aplicar (en blanco = "
                    ws-importe-edit "): "
            ACCEPT ws-importe-entrada
            IF ws-importe-entrada NOT = SPACES
                IF ws-importe-entrada IS NUMERIC
                        AND ws-importe-num > 0
                        AND ws-importe-num NOT > ws-aplicar
                    MOVE ws-importe-num TO ws-aplicar
                ELSE
                    DISPLAY "ERROR: importe no valido, no puede "
                            "superar " ws-importe-edit
                    MOVE 0 TO ws-aplicar
                END-IF
            END-IF
            IF ws-aplicar > 0
                SUBTRACT ws-aplicar FROM pa-pendiente
                SUBTRACT ws-aplicar FROM ws-cobro-resto
                IF pa-pendiente = 0
                    SET pa-saldada TO TRUE
                END-IF
                ACCEPT pa-fecha-ult-cobro FROM DATE YYYYMMDD
                REWRITE partida-rec
                MOVE pa-numero TO co-numero
                MOVE pa-plazo TO co-plazo
                MOVE ws-aplicar TO co-importe
                PERFORM graba-linea-cobro
                MOVE pa-pendiente TO ws-importe-edit
                DISPLAY "partida " pa-numero "/" pa-plazo
                        " pendiente " ws-importe-edit
            END-IF.

       graba-linea-cobro.
            ACCEPT co-fecha FROM DATE YYYYMMDD
            ACCEPT co-hora FROM TIME
            MOVE ws-siguiente-cobro-id TO co-id
            MOVE ws-cliente TO co-cliente
            MOVE ws-operador-id TO co-operador
            OPEN EXTEND cobros-file
            IF fs-cobros-fichero-no-existe
                OPEN OUTPUT cobros-file
            END-IF
            MOVE ws-cobro-linea TO cobros-rec
            WRITE cobros-rec
            CLOSE cobros-file.

       siguiente-cobro-id.
            OPEN INPUT cobros-contador-file
            IF fs-cobros-ctr-ok
                READ cobros-contador-file
                    NOT AT END
                        MOVE cobros-contador-rec
                            TO ws-siguiente-cobro-id
                END-READ
                CLOSE cobros-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-cobro-id
            END-IF
            ADD 1 TO ws-siguiente-cobro-id
            OPEN OUTPUT cobros-contador-file
            MOVE ws-siguiente-cobro-id TO cobros-contador-rec
            WRITE cobros-contador-rec
            CLOSE cobros-contador-file.

       END PROGRAM rutinas_77.
