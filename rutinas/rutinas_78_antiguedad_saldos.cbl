      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: receivables aging report. Walks
      *     partidas_abiertas.dat (partida_abierta.cpy) in customer
      *     order and spreads each open item's outstanding amount
      *     into current (under 30 days), 30, 60 and 90+ day
      *     columns by its conversion date, printing one line per
      *     customer with its name and cl-tier from clientes.dat,
      *     then a block per cl-tier and the grand total, to
      *     antiguedad_saldos.log - so collections works from a list
      *     instead of from memory.
      *   - items are now aged from their due date (pa-vencimiento)
      *     instead of the conversion date, so each instalment of a
      *     payment plan falls into its own column; an instalment not
      *     yet due counts as current.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_78.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT partidas-file ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pa-clave
               FILE STATUS IS ws-pa-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT informe-file ASSIGN TO "antiguedad_saldos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  partidas-file.
       COPY partida_abierta.

       FD  clientes-file.
       COPY cliente.

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pa-status==
                              ==:FS-PREFIJO:== BY ==fs-pa==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-clientes-abierto-sw pic x value 'N'.
           88 ws-clientes-abierto value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-calculo pic 9(8).
       01 ws-fecha-calculo-r redefines ws-fecha-calculo.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dias-hoy pic 9(7).
       01 ws-dias-calculo pic 9(7).
       01 ws-antiguedad pic s9(7).
       01 ws-tramo pic 9(1).
       01 ws-cliente-actual pic x(6) value spaces.
       01 ws-tier-actual pic x(1).
       01 ws-nombre-actual pic x(20).
       01 ws-tramo-idx pic 9(1).
       01 ws-tier-idx pic 9(1).
      * tramos: 1 corriente, 2 de 30, 3 de 60, 4 de 90 o mas dias
       01 ws-cliente-tramos.
           05 ws-cliente-tramo occurs 4 times pic 9(9)v99.
       01 ws-cliente-total pic 9(9)v99.
      * tiers: 1 'A', 2 'B', 3 'C', 4 sin tier o cliente desconocido
       01 ws-tier-tabla.
           05 ws-tier-entrada occurs 4 times.
               10 tt-tier-tramo occurs 4 times pic 9(9)v99 value 0.
               10 tt-tier-total pic 9(9)v99 value 0.
       01 ws-tier-nombres pic x(4) value "ABC ".
       01 ws-general-tramos.
           05 ws-general-tramo occurs 4 times pic 9(9)v99 value 0.
       01 ws-general-total pic 9(9)v99 value 0.
       01 ws-cabecera-antiguedad.
           05 filler pic x(35) value
               "ANTIGUEDAD DE SALDOS A COBRAR - A ".
           05 ca-fecha pic 9(8).
       01 ws-titulos-antiguedad.
           05 filler pic x(30) value
               "CLIENTE NOMBRE               T".
           05 filler pic x(14) value "     CORRIENTE".
           05 filler pic x(14) value "       30 DIAS".
           05 filler pic x(14) value "       60 DIAS".
           05 filler pic x(14) value "      90+ DIAS".
           05 filler pic x(14) value "         TOTAL".
       01 ws-linea-antiguedad.
           05 la-cliente    pic x(6).
           05 filler        pic x(2) value spaces.
           05 la-nombre     pic x(20).
           05 filler        pic x(1) value spaces.
           05 la-tier       pic x(1).
           05 la-importes occurs 5 times.
               10 filler    pic x(1) value spaces.
               10 la-importe pic z(9)9.99.
       01 ws-linea-tier.
           05 filler        pic x(5) value "TIER ".
           05 lt-tier       pic x(1).
           05 filler        pic x(24) value spaces.
           05 lt-importes occurs 5 times.
               10 filler    pic x(1) value spaces.
               10 lt-importe pic z(9)9.99.
       01 ws-linea-general.
           05 filler        pic x(30) value "TOTAL GENERAL".
           05 lg-importes occurs 5 times.
               10 filler    pic x(1) value spaces.
               10 lg-importe pic z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT partidas-file
            IF NOT fs-pa-ok
                DISPLAY "aviso: no se encontro partidas_abiertas.dat, "
                        "no se genera el informe"
                GO TO fin-programa
            END-IF
            OPEN INPUT clientes-file
            IF fs-cl-ok
                SET ws-clientes-abierto TO TRUE
            END-IF

            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO ws-fecha-calculo
            PERFORM calcula-dias
            MOVE ws-dias-calculo TO ws-dias-hoy

            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO ca-fecha
            MOVE ws-cabecera-antiguedad TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-antiguedad TO informe-rec
            WRITE informe-rec

            MOVE LOW-VALUES TO pa-clave
            START partidas-file KEY IS NOT LESS THAN pa-clave
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM procesa-partida UNTIL ws-eof
            IF ws-cliente-actual NOT = SPACES
                PERFORM cierra-cliente
            END-IF

            PERFORM graba-linea-tier
                VARYING ws-tier-idx FROM 1 BY 1 UNTIL ws-tier-idx > 4
            PERFORM graba-linea-general
            CLOSE informe-file
            CLOSE partidas-file
            IF ws-clientes-abierto
                CLOSE clientes-file
            END-IF
            DISPLAY "informe de antiguedad generado en "
                    "antiguedad_saldos.log".

       fin-programa.
            STOP RUN.

       calcula-dias.
      * dias aproximados sobre calendario comercial (ano de 360,
      * mes de 30), el mismo criterio que rutinas_2 aplica a la
      * caducidad del PIN; sobra precision para repartir en tramos
      * de 30 dias
            COMPUTE ws-dias-calculo =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       procesa-partida.
            READ partidas-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF pa-abierta AND pa-pendiente > 0
                        PERFORM acumula-partida
                    END-IF
            END-READ.

       acumula-partida.
            IF pa-cliente NOT = ws-cliente-actual
                IF ws-cliente-actual NOT = SPACES
                    PERFORM cierra-cliente
                END-IF
                PERFORM abre-cliente
            END-IF
      * la antiguedad cuenta desde el vencimiento de la partida; un
      * plazo que aun no vence sale negativo y queda en corriente
            IF pa-vencimiento IS NUMERIC AND pa-vencimiento > 0
                MOVE pa-vencimiento TO ws-fecha-calculo
            ELSE
                MOVE pa-fecha TO ws-fecha-calculo
            END-IF
            PERFORM calcula-dias
            COMPUTE ws-antiguedad = ws-dias-hoy - ws-dias-calculo
            EVALUATE TRUE
                WHEN ws-antiguedad < 30
                    MOVE 1 TO ws-tramo
                WHEN ws-antiguedad < 60
                    MOVE 2 TO ws-tramo
                WHEN ws-antiguedad < 90
                    MOVE 3 TO ws-tramo
                WHEN OTHER
                    MOVE 4 TO ws-tramo
            END-EVALUATE
            ADD pa-pendiente TO ws-cliente-tramo(ws-tramo)
            ADD pa-pendiente TO ws-cliente-total.

       abre-cliente.
      * nombre y tier salen de clientes.dat; un cliente que ya no
      * esta en el maestro se lista sin nombre bajo el tier en blanco
            MOVE pa-cliente TO ws-cliente-actual
            MOVE SPACES TO ws-nombre-actual
            MOVE SPACE TO ws-tier-actual
            IF ws-clientes-abierto
                MOVE pa-cliente TO cl-codigo
                READ clientes-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE cl-nombre TO ws-nombre-actual
                        MOVE cl-tier TO ws-tier-actual
                END-READ
            END-IF
            MOVE 0 TO ws-cliente-tramo(1) ws-cliente-tramo(2)
                      ws-cliente-tramo(3) ws-cliente-tramo(4)
            MOVE 0 TO ws-cliente-total.

       cierra-cliente.
            EVALUATE ws-tier-actual
                WHEN 'A'
                    MOVE 1 TO ws-tier-idx
                WHEN 'B'
                    MOVE 2 TO ws-tier-idx
                WHEN 'C'
                    MOVE 3 TO ws-tier-idx
                WHEN OTHER
                    MOVE 4 TO ws-tier-idx
            END-EVALUATE
            MOVE ws-cliente-actual TO la-cliente
            MOVE ws-nombre-actual TO la-nombre
            MOVE ws-tier-actual TO la-tier
            PERFORM acumula-tramo-cliente
                VARYING ws-tramo-idx FROM 1 BY 1
                UNTIL ws-tramo-idx > 4
            MOVE ws-cliente-total TO la-importe(5)
            ADD ws-cliente-total TO tt-tier-total(ws-tier-idx)
            ADD ws-cliente-total TO ws-general-total
            MOVE ws-linea-antiguedad TO informe-rec
            WRITE informe-rec.

       acumula-tramo-cliente.
            MOVE ws-cliente-tramo(ws-tramo-idx)
                TO la-importe(ws-tramo-idx)
            ADD ws-cliente-tramo(ws-tramo-idx)
                TO tt-tier-tramo(ws-tier-idx ws-tramo-idx)
            ADD ws-cliente-tramo(ws-tramo-idx)
                TO ws-general-tramo(ws-tramo-idx).

       graba-linea-tier.
            MOVE ws-tier-nombres(ws-tier-idx:1) TO lt-tier
            PERFORM mueve-tramo-tier
                VARYING ws-tramo-idx FROM 1 BY 1
                UNTIL ws-tramo-idx > 4
            MOVE tt-tier-total(ws-tier-idx) TO lt-importe(5)
            MOVE ws-linea-tier TO informe-rec
            WRITE informe-rec.

       mueve-tramo-tier.
            MOVE tt-tier-tramo(ws-tier-idx ws-tramo-idx)
                TO lt-importe(ws-tramo-idx).

       graba-linea-general.
            PERFORM mueve-tramo-general
                VARYING ws-tramo-idx FROM 1 BY 1
                UNTIL ws-tramo-idx > 4
            MOVE ws-general-total TO lg-importe(5)
            MOVE ws-linea-general TO informe-rec
            WRITE informe-rec.

       mueve-tramo-general.
            MOVE ws-general-tramo(ws-tramo-idx)
                TO lg-importe(ws-tramo-idx).

       END PROGRAM rutinas_78.
