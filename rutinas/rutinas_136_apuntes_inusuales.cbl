      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly unusual-posting detection. For the
      *     date given on the console (AAAAMMDD, blank for today) it
      *     scores every operator's postings of the day against that
      *     operator's own history in calc_transacciones.log and
      *     operaciones_transacciones.log and the sign-ins in
      *     operadores.log: an amount above the operator's largest
      *     and over three times their average (20 points), a posting
      *     or a sign-in at an hour the operator never worked before
      *     (10), the same amount five or more times in the day (5
      *     each) and three or more round figures just under the
      *     review limit (10 each) - pg-inusual-limite, or the
      *     calculadora umbral when not set. Each flagged posting is
      *     matched to its transacciones.dat record so the reviewer
      *     can go straight to it (or hold it with rutinas_128). The
      *     review report goes to apuntes_inusuales_AAAAMMDD.log and
      *     every operator at or above pg-inusual-puntos (50 when not
      *     set) gets an alert in alertas.dat - critical from twice
      *     the score, once per operator and date. Ends with return
      *     code 4 when any operator reaches the score, so the
      *     nightly job can log it without stopping.
      *   - postings, sign-ons, operators or ledger entries that do not
      *     fit the work tables now stop the run with return code 8
      *     before anything is scored, reported or alerted, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_136.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaccion-file ASSIGN DYNAMIC ws-nombre-log
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-transaccion-status.
           SELECT operador-file ASSIGN TO "operadores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-operador-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transmaestro-status.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
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
       FD  transaccion-file.
       01  transaccion-rec pic x(97).

       FD  operador-file.
       01  operador-rec pic x(54).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  parametros-file.
       COPY parametros.

       FD  alertas-file.
       COPY alerta.

       FD  alertas-contador-file.
       01  alertas-contador-rec pic 9(6).

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-operador-status==
                              ==:FS-PREFIJO:== BY ==fs-operador==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transmaestro-status==
                     ==:FS-PREFIJO:== BY ==fs-transmaestro==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-alertas-status==
                              ==:FS-PREFIJO:== BY ==fs-alertas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-alertas-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-alertas-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY transaccion.
       COPY operador.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-control redefines ws-fecha-entrada pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-nombre-log pic x(40).
       01 ws-logs-valores.
           05 filler pic x(30) value "calc_transacciones.log".
           05 filler pic x(30) value "operaciones_transacciones.log".
       01 ws-logs-tabla redefines ws-logs-valores.
           05 ws-log-nombre occurs 2 times pic x(30).
       01 ws-log-idx pic 9(1).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-fin-dia-sw pic x value 'N'.
           88 ws-fin-dia value 'Y'.
       01 ws-alerta-previa-sw pic x value 'N'.
           88 ws-alerta-previa value 'Y'.
       01 ws-fin-alertas-sw pic x value 'N'.
           88 ws-fin-alertas value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * puntuacion: ver la cabecera; por debajo de ws-historia-min
      * apuntes y firmas previas un operador no tiene historia
      * suficiente y no se le puntua ni el importe ni el horario
       01 ws-historia-min pic 9(2) value 5.
       01 ws-repeticiones-min pic 9(2) value 5.
       01 ws-redondos-min pic 9(2) value 3.
       01 ws-umbral-puntos pic 9(3) value 50.
       01 ws-umbral-critico pic 9(4).
       01 ws-limite pic 9(4) value 50.
       01 ws-limite-bajo pic 9(5)v99.
       01 ws-tx-res-num pic 9(5)v99.
       01 ws-importe-entero pic 9(5).
       01 ws-cociente pic 9(5).
       01 ws-resto pic 9(1).
       01 ws-media pic 9(7)v99.
       01 ws-hora-8 pic 9(8).
       01 ws-hora-partes redefines ws-hora-8.
           05 ws-hora-hh pic 9(2).
           05 ws-hora-mm pic 9(2).
           05 ws-hora-ss pic 9(2).
           05 ws-hora-cc pic 9(2).
       01 ws-hora-pos pic 9(2).
       01 ws-op-buscado pic x(10).
       01 ws-op-idx pic 9(3).
       01 ws-idx pic 9(4).
       01 ws-idx2 pic 9(4).
       01 ws-veces pic 9(4).
       01 ws-operadores-count pic 9(3) value 0.
       01 ws-operadores-tabla.
           05 ws-operador-entrada occurs 100 times.
               10 oi-id          pic x(10).
               10 oi-hist-n      pic 9(5).
               10 oi-hist-firmas pic 9(5).
               10 oi-hist-suma   pic 9(9)v99.
               10 oi-hist-max    pic 9(5)v99.
               10 oi-horas       pic x(24).
               10 oi-hoy-n       pic 9(4).
               10 oi-hoy-firmas  pic 9(3).
               10 oi-redondos    pic 9(3).
               10 oi-puntos      pic 9(4).
       01 ws-apuntes-count pic 9(4) value 0.
       01 ws-apuntes-tabla.
           05 ws-apunte-entrada occurs 1000 times.
               10 ap-op         pic 9(3).
               10 ap-hora       pic 9(8).
               10 ap-importe    pic 9(5)v99.
               10 ap-programa   pic x(15).
               10 ap-motivos    pic x(4).
               10 ap-puntos     pic 9(3).
               10 ap-numero     pic 9(8).
       01 ws-firmas-count pic 9(3) value 0.
       01 ws-firmas-tabla.
           05 ws-firma-entrada occurs 200 times.
               10 fi-op         pic 9(3).
               10 fi-hora       pic 9(8).
               10 fi-rara-sw    pic x(1).
       01 ws-maestro-count pic 9(4) value 0.
       01 ws-maestro-tabla.
           05 ws-maestro-entrada occurs 1000 times.
               10 dm-numero     pic 9(8).
               10 dm-importe    pic 9(7)v99.
               10 dm-origen     pic x(11).
               10 dm-usado-sw   pic x(1).
       01 ws-revisados pic 9(3) value 0.
       01 ws-con-alerta pic 9(3) value 0.
       01 ws-apuntes-marcados pic 9(4) value 0.
       01 ws-alertas-nuevas pic 9(4) value 0.
       01 ws-siguiente-alerta-id pic 9(6) value 0.
       01 ws-texto-alerta.
           05 filler      pic x(8) value "inusual ".
           05 ta-operador pic x(10).
           05 filler      pic x(1) value space.
           05 ta-fecha    pic 9(8).
           05 filler      pic x(5) value " pts ".
           05 ta-puntos   pic 9(4).
           05 filler      pic x(4) value spaces.
       01 ws-titulo-linea.
           05 filler      pic x(22) value "APUNTES INUSUALES DEL ".
           05 lt-fecha    pic 9(8).
           05 filler      pic x(16) value " - alerta desde ".
           05 lt-puntos   pic zz9.
           05 filler      pic x(24) value " puntos, limite redondo ".
           05 lt-limite   pic zzz9.
       01 ws-leyenda-linea.
           05 filler pic x(43) value
               "motivos: A importe alto, H fuera de horario".
           05 filler pic x(46) value
               ", R importe repetido, L redondo bajo el limite".
       01 ws-linea-operador.
           05 filler      pic x(9) value "OPERADOR ".
           05 lo-id       pic x(10).
           05 filler      pic x(10) value " apuntes ".
           05 lo-hoy-n    pic zzz9.
           05 filler      pic x(8) value " firmas ".
           05 lo-firmas   pic zz9.
           05 filler      pic x(8) value " media ".
           05 lo-media    pic zzzzzz9.99.
           05 filler      pic x(8) value " maximo ".
           05 lo-maximo   pic zzzz9.99.
           05 filler      pic x(8) value " puntos ".
           05 lo-puntos   pic zzz9.
           05 filler      pic x(1) value space.
           05 lo-alerta   pic x(8).
       01 ws-linea-apunte.
           05 filler      pic x(4) value spaces.
           05 la-hh       pic 9(2).
           05 filler      pic x(1) value ':'.
           05 la-mm       pic 9(2).
           05 filler      pic x(1) value ':'.
           05 la-ss       pic 9(2).
           05 filler      pic x(2) value spaces.
           05 la-programa pic x(12).
           05 la-importe  pic zzzz9.99.
           05 filler      pic x(10) value "  motivos ".
           05 la-motivos  pic x(4).
           05 filler      pic x(8) value " puntos ".
           05 la-puntos   pic zz9.
           05 filler      pic x(13) value "  transaccion".
           05 filler      pic x(1) value space.
           05 la-numero   pic x(8).
       01 ws-linea-firma.
           05 filler      pic x(4) value spaces.
           05 lf-hh       pic 9(2).
           05 filler      pic x(1) value ':'.
           05 lf-mm       pic 9(2).
           05 filler      pic x(1) value ':'.
           05 lf-ss       pic 9(2).
           05 filler      pic x(2) value spaces.
           05 filler      pic x(50) value
               "firma fuera del horario habitual, puntos  10".
       01 ws-linea-total.
           05 filler      pic x(22) value "operadores revisados ".
           05 lx-revisados pic zz9.
           05 filler      pic x(21) value "  apuntes marcados ".
           05 lx-marcados pic zzz9.
           05 filler      pic x(14) value "  con alerta ".
           05 lx-alerta   pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "fecha a revisar (AAAAMMDD, blanco = hoy): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                ACCEPT ws-fecha-control FROM DATE YYYYMMDD
            END-IF
            IF ws-fecha-entrada IS NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            PERFORM lee-parametros
            PERFORM carga-log
                VARYING ws-log-idx FROM 1 BY 1
                UNTIL ws-log-idx > 2
            PERFORM carga-firmas
            PERFORM carga-maestro-dia
            IF ws-tabla-llena
                DISPLAY "ERROR: la revision del " ws-fecha-control
                        " no se hace, revise los errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            PERFORM puntua-apunte
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > ws-apuntes-count
            PERFORM puntua-redondo
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > ws-apuntes-count
            PERFORM puntua-firma
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > ws-firmas-count

            MOVE SPACES TO ws-nombre-informe
            STRING "apuntes_inusuales_" ws-fecha-control ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-control TO lt-fecha
            MOVE ws-umbral-puntos TO lt-puntos
            MOVE ws-limite TO lt-limite
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-leyenda-linea TO informe-rec
            WRITE informe-rec
            PERFORM informa-operador
                VARYING ws-op-idx FROM 1 BY 1
                UNTIL ws-op-idx > ws-operadores-count
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-revisados TO lx-revisados
            MOVE ws-apuntes-marcados TO lx-marcados
            MOVE ws-con-alerta TO lx-alerta
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file

            DISPLAY "operadores revisados: " ws-revisados
                    ", apuntes marcados: " ws-apuntes-marcados
                    ", con alerta: " ws-con-alerta
            DISPLAY "alertas nuevas: " ws-alertas-nuevas
            DISPLAY "informe en " ws-nombre-informe
            IF ws-con-alerta > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       fin-programa.
            STOP RUN.

       lee-parametros.
            MOVE 0 TO pg-umbral
            MOVE 0 TO pg-inusual-puntos
            MOVE 0 TO pg-inusual-limite
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    AT END
                        CONTINUE
                END-READ
                CLOSE parametros-file
            END-IF
            IF pg-inusual-puntos IS NUMERIC
                IF pg-inusual-puntos > 0
                    MOVE pg-inusual-puntos TO ws-umbral-puntos
                END-IF
            END-IF
      * sin limite propio se vigila el umbral de revision de
      * calculadora, el mismo que marca "mayor que el umbral"
            IF pg-umbral IS NUMERIC
                IF pg-umbral > 0
                    MOVE pg-umbral TO ws-limite
                END-IF
            END-IF
            IF pg-inusual-limite IS NUMERIC
                IF pg-inusual-limite > 0
                    MOVE pg-inusual-limite TO ws-limite
                END-IF
            END-IF
            COMPUTE ws-limite-bajo = ws-limite * 0.9
            COMPUTE ws-umbral-critico = ws-umbral-puntos * 2.

       carga-log.
            MOVE ws-log-nombre(ws-log-idx) TO ws-nombre-log
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT transaccion-file
            IF fs-transaccion-ok
                PERFORM lee-log UNTIL ws-eof
                CLOSE transaccion-file
            ELSE
                DISPLAY "aviso: no se encontro " ws-nombre-log
            END-IF.

       lee-log.
            READ transaccion-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE transaccion-rec TO ws-transaccion-linea
                    PERFORM trata-linea-log
            END-READ.

       trata-linea-log.
      * solo cuentan los apuntes (calculadora y operaciones) de un
      * operador identificado; las anulaciones y la cinta no
            IF tx-signo = '+' AND tx-operador NOT = SPACES
                    AND (tx-programa = "calculadora"
                         OR tx-programa = "operaciones")
                    AND tx-fecha IS NUMERIC AND tx-hora IS NUMERIC
                IF tx-fecha NOT > ws-fecha-control
                    MOVE tx-operador TO ws-op-buscado
                    PERFORM busca-operador
                    IF ws-op-idx > 0
                        PERFORM anota-linea-log
                    END-IF
                END-IF
            END-IF.

       anota-linea-log.
            MOVE tx-res TO ws-tx-res-num
            MOVE tx-hora TO ws-hora-8
            EVALUATE TRUE
                WHEN tx-fecha < ws-fecha-control
                    ADD 1 TO oi-hist-n(ws-op-idx)
                    ADD ws-tx-res-num TO oi-hist-suma(ws-op-idx)
                    IF ws-tx-res-num > oi-hist-max(ws-op-idx)
                        MOVE ws-tx-res-num TO oi-hist-max(ws-op-idx)
                    END-IF
                    PERFORM marca-hora
                WHEN ws-apuntes-count >= 1000
                    PERFORM avisa-tabla-llena
                WHEN OTHER
                    ADD 1 TO ws-apuntes-count
                    ADD 1 TO oi-hoy-n(ws-op-idx)
                    MOVE ws-op-idx TO ap-op(ws-apuntes-count)
                    MOVE tx-hora TO ap-hora(ws-apuntes-count)
                    MOVE ws-tx-res-num TO ap-importe(ws-apuntes-count)
                    MOVE tx-programa TO ap-programa(ws-apuntes-count)
                    MOVE SPACES TO ap-motivos(ws-apuntes-count)
                    MOVE 0 TO ap-puntos(ws-apuntes-count)
                    MOVE 0 TO ap-numero(ws-apuntes-count)
            END-EVALUATE.

       marca-hora.
            COMPUTE ws-hora-pos = ws-hora-hh + 1
            IF ws-hora-pos <= 24
                MOVE 'S' TO oi-horas(ws-op-idx)(ws-hora-pos:1)
            END-IF.

       busca-operador.
            MOVE 0 TO ws-op-idx
            PERFORM compara-operador
                VARYING ws-idx2 FROM 1 BY 1
                UNTIL ws-idx2 > ws-operadores-count
            IF ws-op-idx = 0
                IF ws-operadores-count < 100
                    ADD 1 TO ws-operadores-count
                    MOVE ws-operadores-count TO ws-op-idx
                    MOVE ws-op-buscado TO oi-id(ws-op-idx)
                    MOVE 0 TO oi-hist-n(ws-op-idx)
                    MOVE 0 TO oi-hist-firmas(ws-op-idx)
                    MOVE 0 TO oi-hist-suma(ws-op-idx)
                    MOVE 0 TO oi-hist-max(ws-op-idx)
                    MOVE SPACES TO oi-horas(ws-op-idx)
                    MOVE 0 TO oi-hoy-n(ws-op-idx)
                    MOVE 0 TO oi-hoy-firmas(ws-op-idx)
                    MOVE 0 TO oi-redondos(ws-op-idx)
                    MOVE 0 TO oi-puntos(ws-op-idx)
                ELSE
                    PERFORM avisa-tabla-llena
                END-IF
            END-IF.

       compara-operador.
            IF oi-id(ws-idx2) = ws-op-buscado
                MOVE ws-idx2 TO ws-op-idx
            END-IF.

       avisa-tabla-llena.
      * una tabla de trabajo se lleno; lo nuevo no se anota para no
      * desbordar el occurs y la revision entera se detiene: un
      * apunte u operador que falta no se puntuaria ni alertaria
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben "
                        "todos los apuntes y operadores del analisis"
                SET ws-tabla-llena TO TRUE
            END-IF.

       carga-firmas.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT operador-file
            IF fs-operador-ok
                PERFORM lee-firma UNTIL ws-eof
                CLOSE operador-file
            ELSE
                DISPLAY "aviso: no se encontro operadores.log"
            END-IF.

       lee-firma.
            READ operador-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE operador-rec TO ws-operador-linea
                    PERFORM trata-firma
            END-READ.

       trata-firma.
      * un registro anterior al campo op-evento es una firma
            IF (op-evento = "FIRMA" OR op-evento = SPACES)
                    AND op-id NOT = SPACES
                    AND op-fecha IS NUMERIC AND op-hora IS NUMERIC
                IF op-fecha NOT > ws-fecha-control
                    MOVE op-id TO ws-op-buscado
                    PERFORM busca-operador
                    IF ws-op-idx > 0
                        PERFORM anota-firma
                    END-IF
                END-IF
            END-IF.

       anota-firma.
            MOVE op-hora TO ws-hora-8
            EVALUATE TRUE
                WHEN op-fecha < ws-fecha-control
                    ADD 1 TO oi-hist-firmas(ws-op-idx)
                    PERFORM marca-hora
                WHEN ws-firmas-count >= 200
                    PERFORM avisa-tabla-llena
                WHEN OTHER
                    ADD 1 TO ws-firmas-count
                    ADD 1 TO oi-hoy-firmas(ws-op-idx)
                    MOVE ws-op-idx TO fi-op(ws-firmas-count)
                    MOVE op-hora TO fi-hora(ws-firmas-count)
                    MOVE 'N' TO fi-rara-sw(ws-firmas-count)
            END-EVALUATE.

       carga-maestro-dia.
      * los apuntes del dia de calculadora y operaciones, para poner
      * a cada apunte marcado el numero de su transaccion
            OPEN INPUT transaccion-maestro-file
            IF fs-transmaestro-ok
                MOVE 'N' TO ws-fin-dia-sw
                MOVE ws-fecha-control TO tr-fecha
                START transaccion-maestro-file KEY IS
                        NOT LESS THAN tr-fecha
                    INVALID KEY
                        SET ws-fin-dia TO TRUE
                END-START
                PERFORM lee-maestro-dia UNTIL ws-fin-dia
                CLOSE transaccion-maestro-file
            ELSE
                DISPLAY "aviso: no se encontro transacciones.dat, los "
                        "apuntes saldran sin numero de transaccion"
            END-IF.

       lee-maestro-dia.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-fin-dia TO TRUE
                NOT AT END
                    IF tr-fecha NOT = ws-fecha-control
                        SET ws-fin-dia TO TRUE
                    ELSE
                        IF tr-descripcion(1:11) = "calculadora"
                                OR tr-descripcion(1:11)
                                    = "operaciones"
                            IF ws-maestro-count < 1000
                                ADD 1 TO ws-maestro-count
                                MOVE tr-numero-transaccion
                                    TO dm-numero(ws-maestro-count)
                                MOVE tr-importe
                                    TO dm-importe(ws-maestro-count)
                                MOVE tr-descripcion(1:11)
                                    TO dm-origen(ws-maestro-count)
                                MOVE 'N'
                                    TO dm-usado-sw(ws-maestro-count)
                            ELSE
                                PERFORM avisa-tabla-llena
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       puntua-apunte.
            MOVE ap-op(ws-idx) TO ws-op-idx
      * importe alto y fuera de horario: solo con historia suficiente
            IF oi-hist-n(ws-op-idx) >= ws-historia-min
                COMPUTE ws-media = oi-hist-suma(ws-op-idx)
                                 / oi-hist-n(ws-op-idx)
                IF ap-importe(ws-idx) > oi-hist-max(ws-op-idx)
                        AND ap-importe(ws-idx) > ws-media * 3
                    MOVE 'A' TO ap-motivos(ws-idx)(1:1)
                    ADD 20 TO ap-puntos(ws-idx)
                END-IF
            END-IF
            IF oi-hist-n(ws-op-idx) + oi-hist-firmas(ws-op-idx)
                    >= ws-historia-min
                MOVE ap-hora(ws-idx) TO ws-hora-8
                COMPUTE ws-hora-pos = ws-hora-hh + 1
                IF ws-hora-pos <= 24
                    IF oi-horas(ws-op-idx)(ws-hora-pos:1) = SPACE
                        MOVE 'H' TO ap-motivos(ws-idx)(2:1)
                        ADD 10 TO ap-puntos(ws-idx)
                    END-IF
                END-IF
            END-IF
      * el mismo importe repetido por el mismo operador en el dia
            MOVE 0 TO ws-veces
            PERFORM cuenta-repetido
                VARYING ws-idx2 FROM 1 BY 1
                UNTIL ws-idx2 > ws-apuntes-count
            IF ws-veces >= ws-repeticiones-min
                MOVE 'R' TO ap-motivos(ws-idx)(3:1)
                ADD 5 TO ap-puntos(ws-idx)
            END-IF
      * cifra redonda (decenas de euro sin centimos) entre el 90 por
      * ciento del limite y el limite; puntua en puntua-redondo si
      * el operador junta bastantes
            IF ws-limite > 0
                PERFORM puntua-cifra-redonda
            END-IF.

       puntua-cifra-redonda.
            MOVE ap-importe(ws-idx) TO ws-importe-entero
            IF ws-importe-entero = ap-importe(ws-idx)
                DIVIDE ws-importe-entero BY 10 GIVING ws-cociente
                    REMAINDER ws-resto
                IF ws-resto = 0
                        AND ap-importe(ws-idx) <= ws-limite
                        AND ap-importe(ws-idx) >= ws-limite-bajo
                    MOVE 'L' TO ap-motivos(ws-idx)(4:1)
                    ADD 1 TO oi-redondos(ws-op-idx)
                END-IF
            END-IF.

       cuenta-repetido.
            IF ap-op(ws-idx2) = ap-op(ws-idx)
                    AND ap-importe(ws-idx2) = ap-importe(ws-idx)
                ADD 1 TO ws-veces
            END-IF.

       puntua-redondo.
            MOVE ap-op(ws-idx) TO ws-op-idx
            IF ap-motivos(ws-idx)(4:1) = 'L'
                IF oi-redondos(ws-op-idx) >= ws-redondos-min
                    ADD 10 TO ap-puntos(ws-idx)
                ELSE
                    MOVE SPACE TO ap-motivos(ws-idx)(4:1)
                END-IF
            END-IF
            ADD ap-puntos(ws-idx) TO oi-puntos(ws-op-idx)
            IF oi-puntos(ws-op-idx) > 999
                MOVE 999 TO oi-puntos(ws-op-idx)
            END-IF.

       puntua-firma.
            MOVE fi-op(ws-idx) TO ws-op-idx
            IF oi-hist-n(ws-op-idx) + oi-hist-firmas(ws-op-idx)
                    >= ws-historia-min
                MOVE fi-hora(ws-idx) TO ws-hora-8
                COMPUTE ws-hora-pos = ws-hora-hh + 1
                IF ws-hora-pos <= 24
                    IF oi-horas(ws-op-idx)(ws-hora-pos:1) = SPACE
                        MOVE 'S' TO fi-rara-sw(ws-idx)
                        ADD 10 TO oi-puntos(ws-op-idx)
                        IF oi-puntos(ws-op-idx) > 999
                            MOVE 999 TO oi-puntos(ws-op-idx)
                        END-IF
                    END-IF
                END-IF
            END-IF.

       informa-operador.
            IF oi-hoy-n(ws-op-idx) > 0 OR oi-hoy-firmas(ws-op-idx) > 0
                ADD 1 TO ws-revisados
                MOVE oi-id(ws-op-idx) TO lo-id
                MOVE oi-hoy-n(ws-op-idx) TO lo-hoy-n
                MOVE oi-hoy-firmas(ws-op-idx) TO lo-firmas
                IF oi-hist-n(ws-op-idx) > 0
                    COMPUTE ws-media = oi-hist-suma(ws-op-idx)
                                     / oi-hist-n(ws-op-idx)
                ELSE
                    MOVE 0 TO ws-media
                END-IF
                MOVE ws-media TO lo-media
                MOVE oi-hist-max(ws-op-idx) TO lo-maximo
                MOVE oi-puntos(ws-op-idx) TO lo-puntos
                MOVE SPACES TO lo-alerta
                IF oi-puntos(ws-op-idx) >= ws-umbral-puntos
                    MOVE "*ALERTA*" TO lo-alerta
                END-IF
                MOVE SPACES TO informe-rec
                WRITE informe-rec
                MOVE ws-linea-operador TO informe-rec
                WRITE informe-rec
                PERFORM informa-apunte
                    VARYING ws-idx FROM 1 BY 1
                    UNTIL ws-idx > ws-apuntes-count
                PERFORM informa-firma
                    VARYING ws-idx FROM 1 BY 1
                    UNTIL ws-idx > ws-firmas-count
                IF oi-puntos(ws-op-idx) >= ws-umbral-puntos
                    ADD 1 TO ws-con-alerta
                    PERFORM graba-alerta-cola
                END-IF
            END-IF.

       informa-apunte.
            IF ap-op(ws-idx) = ws-op-idx
                    AND ap-motivos(ws-idx) NOT = SPACES
                ADD 1 TO ws-apuntes-marcados
                MOVE ap-hora(ws-idx) TO ws-hora-8
                MOVE ws-hora-hh TO la-hh
                MOVE ws-hora-mm TO la-mm
                MOVE ws-hora-ss TO la-ss
                MOVE ap-programa(ws-idx) TO la-programa
                MOVE ap-importe(ws-idx) TO la-importe
                MOVE ap-motivos(ws-idx) TO la-motivos
                MOVE ap-puntos(ws-idx) TO la-puntos
                PERFORM busca-maestro
                IF ap-numero(ws-idx) = 0
                    MOVE "--------" TO la-numero
                ELSE
                    MOVE ap-numero(ws-idx) TO la-numero
                END-IF
                MOVE ws-linea-apunte TO informe-rec
                WRITE informe-rec
            END-IF.

       busca-maestro.
      * la primera transaccion del dia aun sin emparejar del mismo
      * programa y por el mismo importe
            PERFORM compara-maestro
                VARYING ws-idx2 FROM 1 BY 1
                UNTIL ws-idx2 > ws-maestro-count
                   OR ap-numero(ws-idx) NOT = 0.

       compara-maestro.
            IF dm-usado-sw(ws-idx2) = 'N'
                    AND dm-origen(ws-idx2) = ap-programa(ws-idx)(1:11)
                    AND dm-importe(ws-idx2) = ap-importe(ws-idx)
                MOVE dm-numero(ws-idx2) TO ap-numero(ws-idx)
                MOVE 'S' TO dm-usado-sw(ws-idx2)
            END-IF.

       informa-firma.
            IF fi-op(ws-idx) = ws-op-idx
                    AND fi-rara-sw(ws-idx) = 'S'
                MOVE fi-hora(ws-idx) TO ws-hora-8
                MOVE ws-hora-hh TO lf-hh
                MOVE ws-hora-mm TO lf-mm
                MOVE ws-hora-ss TO lf-ss
                MOVE ws-linea-firma TO informe-rec
                WRITE informe-rec
            END-IF.

       graba-alerta-cola.
      * la misma cola unica de alertas que alimentan rutinas_14,
      * rutinas_24, rutinas_28, rutinas_30 y rutinas_125; una sola
      * alerta por operador y fecha aunque se repita el analisis
            MOVE oi-id(ws-op-idx) TO ta-operador
            MOVE ws-fecha-control TO ta-fecha
            MOVE oi-puntos(ws-op-idx) TO ta-puntos
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
                MOVE "rutinas_136" TO al-origen
                IF oi-puntos(ws-op-idx) >= ws-umbral-critico
                    MOVE "C" TO al-severidad
                ELSE
                    MOVE "A" TO al-severidad
                END-IF
                MOVE ws-texto-alerta TO al-texto
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
      * la misma alerta es la del mismo operador y fecha, tenga la
      * puntuacion que tenga
            READ alertas-file NEXT RECORD
                AT END
                    SET ws-fin-alertas TO TRUE
                NOT AT END
                    IF al-origen = "rutinas_136"
                            AND al-texto(1:27) = ws-texto-alerta(1:27)
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

       END PROGRAM rutinas_136.
