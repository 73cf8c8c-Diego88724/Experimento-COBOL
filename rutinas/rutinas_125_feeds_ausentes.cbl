      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly missing-feed check. For the date
      *     given on the console (AAAAMMDD, blank for today) it works
      *     out the weekday and, for every active branch in
      *     sucursales.dat that expects a feed on that weekday, looks
      *     for the feed in feeds_recibidos.dat (registered by
      *     rutinas_26 on every load). Each one missing goes to the
      *     report feeds_ausentes_AAAAMMDD.log, with the date of the
      *     last feed that did arrive, and a critical alert goes into
      *     alertas.dat - once per branch and date, so a rerun does
      *     not repeat it. Ends with return code 4 when any feed is
      *     missing, so the nightly job can log it without stopping.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_125.
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
           SELECT alertas-file ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS al-id
               FILE STATUS IS ws-alertas-status.
           SELECT alertas-contador-file
               ASSIGN TO "alertas_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alertas-contador-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sucursales-file.
       COPY sucursal.

       FD  feeds-file.
       COPY feed_recibido.

       FD  alertas-file.
       COPY alerta.

       FD  alertas-contador-file.
       01  alertas-contador-rec pic 9(6).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-su-status==
                              ==:FS-PREFIJO:== BY ==fs-su==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fr-status==
                              ==:FS-PREFIJO:== BY ==fs-fr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-alertas-status==
                              ==:FS-PREFIJO:== BY ==fs-alertas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-alertas-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-alertas-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-control redefines ws-fecha-entrada pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-feeds-abierto-sw pic x value 'N'.
           88 ws-feeds-abierto value 'Y'.
       01 ws-recibido-sw pic x value 'N'.
           88 ws-recibido value 'Y'.
       01 ws-fin-feeds-sw pic x value 'N'.
           88 ws-fin-feeds value 'Y'.
       01 ws-alerta-previa-sw pic x value 'N'.
           88 ws-alerta-previa value 'Y'.
       01 ws-fin-alertas-sw pic x value 'N'.
           88 ws-fin-alertas value 'Y'.
       01 ws-ultimo-feed pic 9(8).
       01 ws-dia-semana pic 9(1).
       01 ws-esperadas pic 9(4) value 0.
       01 ws-recibidas pic 9(4) value 0.
       01 ws-ausentes pic 9(4) value 0.
       01 ws-alertas-nuevas pic 9(4) value 0.
       01 ws-siguiente-alerta-id pic 9(6) value 0.
       01 ws-fecha-zeller pic 9(8).
       01 ws-fecha-zeller-partes redefines ws-fecha-zeller.
           05 fz-aaaa pic 9(4).
           05 fz-mm   pic 9(2).
           05 fz-dd   pic 9(2).
       01 ws-zeller-anio pic 9(4).
       01 ws-zeller-mes  pic 9(2).
       01 ws-zeller-k pic 9(2).
       01 ws-zeller-j pic 9(2).
       01 ws-zeller-t pic 9(4).
       01 ws-zeller-suma pic 9(5).
       01 ws-zeller-coc pic 9(5).
       01 ws-zeller-h pic 9(1).
       01 ws-texto-ausente.
           05 filler      pic x(13) value "feed ausente ".
           05 ta-sucursal pic x(4).
           05 filler      pic x(1) value space.
           05 ta-fecha    pic 9(8).
           05 filler      pic x(14) value spaces.
       01 ws-titulo-linea.
           05 filler      pic x(31)
               value "FEEDS DE SUCURSAL AUSENTES DEL ".
           05 lt-fecha    pic 9(8).
           05 filler      pic x(5) value " dia ".
           05 lt-dia      pic 9(1).
           05 filler      pic x(21) value " (1 lunes, 7 domingo)".
       01 ws-linea-ausente.
           05 filler      pic x(2) value spaces.
           05 la-sucursal pic x(4).
           05 filler      pic x(1) value space.
           05 la-nombre   pic x(30).
           05 filler      pic x(7) value " dias ".
           05 la-dias     pic x(7).
           05 filler      pic x(14) value " ultimo feed ".
           05 la-ultimo   pic x(8).
       01 ws-linea-total.
           05 filler      pic x(10) value "esperados ".
           05 lx-esperadas pic zzz9.
           05 filler      pic x(12) value "  recibidos ".
           05 lx-recibidas pic zzz9.
           05 filler      pic x(11) value "  ausentes ".
           05 lx-ausentes pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "fecha a comprobar (AAAAMMDD, blanco = hoy): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                ACCEPT ws-fecha-control FROM DATE YYYYMMDD
            END-IF
            IF ws-fecha-entrada IS NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE ws-fecha-control TO ws-fecha-zeller
            PERFORM calcula-dia-semana
      * h de Zeller: 0 = sabado, 1 = domingo, 2 = lunes ...; el
      * maestro numera de lunes (1) a domingo (7)
            EVALUATE ws-zeller-h
                WHEN 0
                    MOVE 6 TO ws-dia-semana
                WHEN 1
                    MOVE 7 TO ws-dia-semana
                WHEN OTHER
                    COMPUTE ws-dia-semana = ws-zeller-h - 1
            END-EVALUATE

            OPEN INPUT sucursales-file
            IF NOT fs-su-ok
                DISPLAY "aviso: no se encontro sucursales.dat, no hay "
                        "feeds esperados que comprobar"
                GO TO fin-programa
            END-IF
            OPEN INPUT feeds-file
            IF fs-fr-ok
                SET ws-feeds-abierto TO TRUE
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "feeds_ausentes_" ws-fecha-control ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-control TO lt-fecha
            MOVE ws-dia-semana TO lt-dia
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec

            PERFORM comprueba-sucursal UNTIL ws-eof

            MOVE ws-esperadas TO lx-esperadas
            MOVE ws-recibidas TO lx-recibidas
            MOVE ws-ausentes TO lx-ausentes
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            CLOSE sucursales-file
            IF ws-feeds-abierto
                CLOSE feeds-file
            END-IF

            DISPLAY "feeds esperados: " ws-esperadas
                    ", recibidos: " ws-recibidas
                    ", ausentes: " ws-ausentes
            DISPLAY "alertas nuevas: " ws-alertas-nuevas
            DISPLAY "informe en " ws-nombre-informe
            IF ws-ausentes > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       fin-programa.
            STOP RUN.

       calcula-dia-semana.
      * congruencia de Zeller, como en rutinas_29
            MOVE fz-aaaa TO ws-zeller-anio
            MOVE fz-mm TO ws-zeller-mes
            IF ws-zeller-mes <= 2
                ADD 12 TO ws-zeller-mes
                SUBTRACT 1 FROM ws-zeller-anio
            END-IF
            COMPUTE ws-zeller-j = ws-zeller-anio / 100
            COMPUTE ws-zeller-k = ws-zeller-anio
                - ws-zeller-j * 100
            COMPUTE ws-zeller-t = 13 * (ws-zeller-mes + 1) / 5
            COMPUTE ws-zeller-suma = fz-dd + ws-zeller-t
                + ws-zeller-k + 5 * ws-zeller-j
            COMPUTE ws-zeller-coc = ws-zeller-k / 4
            ADD ws-zeller-coc TO ws-zeller-suma
            COMPUTE ws-zeller-coc = ws-zeller-j / 4
            ADD ws-zeller-coc TO ws-zeller-suma
            COMPUTE ws-zeller-coc = ws-zeller-suma / 7
            COMPUTE ws-zeller-h = ws-zeller-suma
                - ws-zeller-coc * 7.

       comprueba-sucursal.
            READ sucursales-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF su-activa
                            AND su-dia-feed(ws-dia-semana) = 'S'
                        ADD 1 TO ws-esperadas
                        PERFORM busca-feed
                        IF ws-recibido
                            ADD 1 TO ws-recibidas
                        ELSE
                            ADD 1 TO ws-ausentes
                            PERFORM informa-ausente
                        END-IF
                    END-IF
            END-READ.

       busca-feed.
            MOVE 'N' TO ws-recibido-sw
            IF ws-feeds-abierto
                MOVE su-codigo TO fr-sucursal
                MOVE ws-fecha-control TO fr-fecha
                READ feeds-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-recibido TO TRUE
                END-READ
            END-IF.

       informa-ausente.
            PERFORM busca-ultimo-feed
            MOVE su-codigo TO la-sucursal
            MOVE su-nombre TO la-nombre
            MOVE su-dias-feed TO la-dias
            IF ws-ultimo-feed = 0
                MOVE "ninguno" TO la-ultimo
            ELSE
                MOVE ws-ultimo-feed TO la-ultimo
            END-IF
            MOVE ws-linea-ausente TO informe-rec
            WRITE informe-rec
            DISPLAY "feed ausente: " su-codigo " " su-nombre
            PERFORM graba-alerta-cola.

       busca-ultimo-feed.
      * el ultimo feed recibido antes de la fecha comprobada, para
      * saber desde cuando no se sabe nada de la sucursal
            MOVE 0 TO ws-ultimo-feed
            IF ws-feeds-abierto
                MOVE 'N' TO ws-fin-feeds-sw
                MOVE su-codigo TO fr-sucursal
                MOVE 0 TO fr-fecha
                START feeds-file KEY IS NOT LESS THAN fr-clave
                    INVALID KEY
                        SET ws-fin-feeds TO TRUE
                END-START
                PERFORM lee-feed-sucursal UNTIL ws-fin-feeds
            END-IF.

       lee-feed-sucursal.
            READ feeds-file NEXT RECORD
                AT END
                    SET ws-fin-feeds TO TRUE
                NOT AT END
                    IF fr-sucursal NOT = su-codigo
                            OR fr-fecha >= ws-fecha-control
                        SET ws-fin-feeds TO TRUE
                    ELSE
                        MOVE fr-fecha TO ws-ultimo-feed
                    END-IF
            END-READ.

       graba-alerta-cola.
      * la misma cola unica de alertas que alimentan rutinas_14,
      * rutinas_24, rutinas_28, rutinas_30 y rutinas_67; una sola
      * alerta por sucursal y fecha aunque se repita la comprobacion
            MOVE su-codigo TO ta-sucursal
            MOVE ws-fecha-control TO ta-fecha
            OPEN I-O alertas-file
            IF fs-alertas-fichero-no-existe
                OPEN OUTPUT alertas-file
                CLOSE alertas-file
                OPEN I-O alertas-file
            END-IF
            PERFORM busca-alerta-previa
            IF NOT ws-alerta-previa
                PERFORM siguiente-alerta-id
                MOVE ws-siguiente-alerta-id TO al-id
                ACCEPT al-fecha FROM DATE YYYYMMDD
                ACCEPT al-hora FROM TIME
                MOVE "rutinas_125" TO al-origen
                MOVE "C" TO al-severidad
                MOVE ws-texto-ausente TO al-texto
                SET al-pendiente TO TRUE
                MOVE SPACES TO al-op-reconoce
                MOVE 0 TO al-fecha-reconoce
                MOVE SPACES TO al-nota
                WRITE alerta-rec
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO ws-alertas-nuevas
                END-WRITE
            END-IF
            CLOSE alertas-file.

       busca-alerta-previa.
            MOVE 'N' TO ws-alerta-previa-sw
            MOVE 'N' TO ws-fin-alertas-sw
            MOVE 0 TO al-id
            START alertas-file KEY IS NOT LESS THAN al-id
                INVALID KEY
                    SET ws-fin-alertas TO TRUE
            END-START
            PERFORM lee-alerta-previa UNTIL ws-fin-alertas.

       lee-alerta-previa.
            READ alertas-file NEXT RECORD
                AT END
                    SET ws-fin-alertas TO TRUE
                NOT AT END
                    IF al-origen = "rutinas_125"
                            AND al-texto = ws-texto-ausente
                        SET ws-alerta-previa TO TRUE
                        SET ws-fin-alertas TO TRUE
                    END-IF
            END-READ.

       siguiente-alerta-id.
            OPEN INPUT alertas-contador-file
            IF fs-alertas-ctr-ok
                READ alertas-contador-file
                    NOT AT END
                        MOVE alertas-contador-rec
                            TO ws-siguiente-alerta-id
                END-READ
                CLOSE alertas-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-alerta-id
            END-IF
            ADD 1 TO ws-siguiente-alerta-id
            OPEN OUTPUT alertas-contador-file
            MOVE ws-siguiente-alerta-id TO alertas-contador-rec
            WRITE alertas-contador-rec
            CLOSE alertas-contador-file.

       END PROGRAM rutinas_125.
