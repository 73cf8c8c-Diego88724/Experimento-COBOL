      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: ledger enquiries on demand over the balances
      *     posted by rutinas_92. Option 1 prints the trial balance
      *     (balance de sumas y saldos) of a period to
      *     balance_sumas_AAAAMM.log: for every account in
      *     plan_cuentas.dat with movements, the period's debits and
      *     credits and the cumulative debits, credits and balance to
      *     the end of the period. Income and expense accounts only
      *     accumulate within the year; what they carried from
      *     earlier years goes to a single prior-years result line,
      *     so the totals still balance. Option 2 prints the detail
      *     of one account between two periods to
      *     detalle_cuenta_XXXXXXXX.log: the opening balance, every
      *     posted line from apuntes_mayor.dat with its running
      *     balance, and the closing balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_93.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT plan-file ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cu-cuenta
               FILE STATUS IS ws-cu-status.
           SELECT saldos-file ASSIGN TO "saldos_mayor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sg-clave
               FILE STATUS IS ws-sg-status.
           SELECT apuntes-file ASSIGN TO "apuntes_mayor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apuntes-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  plan-file.
       COPY plan_cuenta.

       FD  saldos-file.
       COPY saldo_mayor.

       FD  apuntes-file.
       01  apuntes-rec pic x(96).

       FD  informe-file.
       01  informe-rec pic x(132).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cu-status==
                              ==:FS-PREFIJO:== BY ==fs-cu==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-sg-status==
                              ==:FS-PREFIJO:== BY ==fs-sg==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apuntes-status==
                              ==:FS-PREFIJO:== BY ==fs-apuntes==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY apunte_mayor.
       01 ws-opcion pic x.
       01 ws-nombre-informe pic x(40).
       01 ws-plan-eof-sw pic x value 'N'.
           88 ws-plan-eof value 'Y'.
       01 ws-saldos-fin-sw pic x value 'N'.
           88 ws-saldos-fin value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-periodo-valido-sw pic x value 'N'.
           88 ws-periodo-valido value 'Y'.
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo-num redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-periodo pic 9(6).
       01 ws-periodo-desde pic 9(6).
       01 ws-periodo-hasta pic 9(6).
       01 ws-aaaa-ejercicio pic 9(4).
       01 ws-periodo-saldo pic 9(6).
       01 ws-periodo-saldo-partes redefines ws-periodo-saldo.
           05 ps-aaaa pic 9(4).
           05 ps-mm   pic 9(2).
       01 ws-fecha-apunte pic 9(8).
       01 ws-fecha-apunte-partes redefines ws-fecha-apunte.
           05 am-periodo pic 9(6).
           05 am-dd      pic 9(2).
       01 ws-cuenta pic x(8).
       01 ws-mes-debe pic 9(9)v99.
       01 ws-mes-haber pic 9(9)v99.
       01 ws-acum-debe pic 9(9)v99.
       01 ws-acum-haber pic 9(9)v99.
       01 ws-saldo pic s9(9)v99.
       01 ws-ant-debe pic 9(9)v99 value 0.
       01 ws-ant-haber pic 9(9)v99 value 0.
       01 ws-tot-mes-debe pic 9(9)v99 value 0.
       01 ws-tot-mes-haber pic 9(9)v99 value 0.
       01 ws-tot-acum-debe pic 9(9)v99 value 0.
       01 ws-tot-acum-haber pic 9(9)v99 value 0.
       01 ws-cuentas-listadas pic 9(5) value 0.
       01 ws-apuntes-listados pic 9(6) value 0.
       01 ws-cabecera-balance.
           05 filler pic x(34) value
               "BALANCE DE SUMAS Y SALDOS - PERIOD".
           05 filler pic x(2) value "O ".
           05 cb-periodo pic 9(6).
       01 ws-titulos-balance.
           05 filler pic x(42) value "CUENTA   NOMBRE".
           05 filler pic x(90) value
               " DEBE PERIODO HABER PERIODO  DEBE ACUMULADO HABER ACUMU
      -        "LADO           SALDO".
       01 ws-linea-balance.
           05 lb-cuenta     pic x(8).
           05 filler        pic x(1) value space.
           05 lb-nombre     pic x(30).
           05 filler        pic x(1) value space.
           05 lb-tipo       pic x(1).
           05 filler        pic x(1) value space.
           05 lb-mes-debe   pic z(8)9.99.
           05 filler        pic x(1) value space.
           05 lb-mes-haber  pic z(8)9.99.
           05 filler        pic x(3) value spaces.
           05 lb-acum-debe  pic z(9)9.99.
           05 filler        pic x(2) value spaces.
           05 lb-acum-haber pic z(9)9.99.
           05 filler        pic x(2) value spaces.
           05 lb-saldo      pic z(9)9.99-.
       01 ws-linea-cuadre.
           05 filler        pic x(20) value "BALANCE".
           05 lq-resultado  pic x(20).
       01 ws-cabecera-detalle.
           05 filler pic x(18) value "DETALLE DE CUENTA ".
           05 cd-cuenta     pic x(8).
           05 filler        pic x(1) value space.
           05 cd-nombre     pic x(30).
           05 filler        pic x(7) value "  DE ".
           05 cd-desde      pic 9(6).
           05 filler        pic x(3) value " A ".
           05 cd-hasta      pic 9(6).
       01 ws-titulos-detalle.
           05 filler pic x(60) value
               "FECHA              DEBE         HABER           SALDO".
           05 filler pic x(40) value
               "  CONCEPTO     ORIGEN".
       01 ws-linea-detalle.
           05 ld-fecha      pic 9(8).
           05 filler        pic x(1) value space.
           05 ld-debe       pic z(8)9.99.
           05 filler        pic x(1) value space.
           05 ld-haber      pic z(8)9.99.
           05 filler        pic x(1) value space.
           05 ld-saldo      pic z(9)9.99-.
           05 filler        pic x(2) value spaces.
           05 ld-concepto   pic x(12).
           05 filler        pic x(1) value space.
           05 ld-origen     pic x(30).
       01 ws-linea-saldo-detalle.
           05 ls-texto      pic x(33).
           05 ls-saldo      pic z(9)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "3"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM balance-sumas-saldos
                WHEN "2"
                    PERFORM detalle-cuenta
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) balance de sumas y saldos  "
                    "2) detalle de cuenta  3) salir"
            ACCEPT ws-opcion.

       pide-periodo.
      * deja el periodo tecleado en ws-periodo
            MOVE 'N' TO ws-periodo-valido-sw
            PERFORM pide-periodo-valor UNTIL ws-periodo-valido.

       pide-periodo-valor.
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada IS NUMERIC
                    AND wp-mm > 0 AND wp-mm < 13
                MOVE ws-periodo-num TO ws-periodo
                SET ws-periodo-valido TO TRUE
            ELSE
                DISPLAY "ERROR: periodo no valido, AAAAMM: "
            END-IF.

      ******************************************************************
      * balance de sumas y saldos
      ******************************************************************
       balance-sumas-saldos.
            DISPLAY "periodo (AAAAMM): "
            PERFORM pide-periodo
            MOVE wp-aaaa TO ws-aaaa-ejercicio
            OPEN INPUT plan-file
            IF NOT fs-cu-ok
                DISPLAY "aviso: no se encontro plan_cuentas.dat"
            ELSE
                OPEN INPUT saldos-file
                IF NOT fs-sg-ok
                    DISPLAY "aviso: no se encontro saldos_mayor.dat, "
                            "no hay nada contabilizado"
                ELSE
                    PERFORM imprime-balance
                    CLOSE saldos-file
                END-IF
                CLOSE plan-file
            END-IF.

       imprime-balance.
            MOVE 0 TO ws-ant-debe ws-ant-haber
            MOVE 0 TO ws-tot-mes-debe ws-tot-mes-haber
            MOVE 0 TO ws-tot-acum-debe ws-tot-acum-haber
            MOVE 0 TO ws-cuentas-listadas
            MOVE SPACES TO ws-nombre-informe
            STRING "balance_sumas_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO cb-periodo
            MOVE ws-cabecera-balance TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-balance TO informe-rec
            WRITE informe-rec

            MOVE 'N' TO ws-plan-eof-sw
            MOVE LOW-VALUES TO cu-cuenta
            START plan-file KEY IS NOT LESS THAN cu-cuenta
                INVALID KEY
                    SET ws-plan-eof TO TRUE
            END-START
            PERFORM balance-cuenta UNTIL ws-plan-eof

      * lo que las cuentas de ingresos y gastos arrastran de
      * ejercicios anteriores
            IF ws-ant-debe NOT = 0 OR ws-ant-haber NOT = 0
                MOVE SPACES TO lb-cuenta lb-tipo
                MOVE "RESULTADOS EJERC. ANTERIORES" TO lb-nombre
                MOVE 0 TO lb-mes-debe lb-mes-haber
                MOVE ws-ant-debe TO lb-acum-debe
                MOVE ws-ant-haber TO lb-acum-haber
                COMPUTE ws-saldo = ws-ant-debe - ws-ant-haber
                MOVE ws-saldo TO lb-saldo
                MOVE ws-linea-balance TO informe-rec
                WRITE informe-rec
                ADD ws-ant-debe TO ws-tot-acum-debe
                ADD ws-ant-haber TO ws-tot-acum-haber
            END-IF

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO lb-cuenta lb-tipo
            MOVE "TOTALES" TO lb-nombre
            MOVE ws-tot-mes-debe TO lb-mes-debe
            MOVE ws-tot-mes-haber TO lb-mes-haber
            MOVE ws-tot-acum-debe TO lb-acum-debe
            MOVE ws-tot-acum-haber TO lb-acum-haber
            COMPUTE ws-saldo = ws-tot-acum-debe - ws-tot-acum-haber
            MOVE ws-saldo TO lb-saldo
            MOVE ws-linea-balance TO informe-rec
            WRITE informe-rec
            IF ws-tot-acum-debe = ws-tot-acum-haber
                    AND ws-tot-mes-debe = ws-tot-mes-haber
                MOVE "CUADRA" TO lq-resultado
            ELSE
                MOVE "DESCUADRE" TO lq-resultado
            END-IF
            MOVE ws-linea-cuadre TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY ws-cuentas-listadas " cuentas, balance "
                    lq-resultado
            DISPLAY "balance en " ws-nombre-informe.

       balance-cuenta.
            READ plan-file NEXT RECORD
                AT END
                    SET ws-plan-eof TO TRUE
                NOT AT END
                    PERFORM acumula-cuenta
                    IF ws-acum-debe NOT = 0 OR ws-acum-haber NOT = 0
                        PERFORM imprime-cuenta-balance
                    END-IF
            END-READ.

       acumula-cuenta.
            MOVE 0 TO ws-mes-debe ws-mes-haber
            MOVE 0 TO ws-acum-debe ws-acum-haber
            MOVE 'N' TO ws-saldos-fin-sw
            MOVE cu-cuenta TO sg-cuenta
            MOVE 0 TO sg-periodo
            START saldos-file KEY IS NOT LESS THAN sg-clave
                INVALID KEY
                    SET ws-saldos-fin TO TRUE
            END-START
            PERFORM acumula-saldo-cuenta UNTIL ws-saldos-fin.

       acumula-saldo-cuenta.
            READ saldos-file NEXT RECORD
                AT END
                    SET ws-saldos-fin TO TRUE
                NOT AT END
                    IF sg-cuenta NOT = cu-cuenta
                            OR sg-periodo > ws-periodo
                        SET ws-saldos-fin TO TRUE
                    ELSE
                        PERFORM suma-saldo-balance
                    END-IF
            END-READ.

       suma-saldo-balance.
            MOVE sg-periodo TO ws-periodo-saldo
            IF sg-periodo = ws-periodo
                ADD sg-debe TO ws-mes-debe
                ADD sg-haber TO ws-mes-haber
            END-IF
            IF cu-tipo-resultados AND ps-aaaa < ws-aaaa-ejercicio
                ADD sg-debe TO ws-ant-debe
                ADD sg-haber TO ws-ant-haber
            ELSE
                ADD sg-debe TO ws-acum-debe
                ADD sg-haber TO ws-acum-haber
            END-IF.

       imprime-cuenta-balance.
            ADD 1 TO ws-cuentas-listadas
            MOVE cu-cuenta TO lb-cuenta
            MOVE cu-nombre TO lb-nombre
            MOVE cu-tipo TO lb-tipo
            MOVE ws-mes-debe TO lb-mes-debe
            MOVE ws-mes-haber TO lb-mes-haber
            MOVE ws-acum-debe TO lb-acum-debe
            MOVE ws-acum-haber TO lb-acum-haber
            COMPUTE ws-saldo = ws-acum-debe - ws-acum-haber
            MOVE ws-saldo TO lb-saldo
            MOVE ws-linea-balance TO informe-rec
            WRITE informe-rec
            ADD ws-mes-debe TO ws-tot-mes-debe
            ADD ws-mes-haber TO ws-tot-mes-haber
            ADD ws-acum-debe TO ws-tot-acum-debe
            ADD ws-acum-haber TO ws-tot-acum-haber.

      ******************************************************************
      * detalle de cuenta
      ******************************************************************
       detalle-cuenta.
            DISPLAY "cuenta: "
            ACCEPT ws-cuenta
            DISPLAY "desde periodo (AAAAMM): "
            PERFORM pide-periodo
            MOVE ws-periodo TO ws-periodo-desde
            MOVE wp-aaaa TO ws-aaaa-ejercicio
            DISPLAY "hasta periodo (AAAAMM): "
            PERFORM pide-periodo
            MOVE ws-periodo TO ws-periodo-hasta
            IF ws-periodo-hasta < ws-periodo-desde
                DISPLAY "ERROR: el periodo final es anterior al "
                        "inicial"
            ELSE
                OPEN INPUT plan-file
                IF NOT fs-cu-ok
                    DISPLAY "aviso: no se encontro plan_cuentas.dat"
                ELSE
                    MOVE ws-cuenta TO cu-cuenta
                    READ plan-file
                        INVALID KEY
                            DISPLAY "ERROR: no existe la cuenta "
                                    ws-cuenta
                        NOT INVALID KEY
                            PERFORM imprime-detalle
                    END-READ
                    CLOSE plan-file
                END-IF
            END-IF.

       imprime-detalle.
            PERFORM saldo-inicial-cuenta
            MOVE 0 TO ws-apuntes-listados
            MOVE SPACES TO ws-nombre-informe
            STRING "detalle_cuenta_" DELIMITED BY SIZE
                   cu-cuenta DELIMITED BY SPACE
                   ".log" DELIMITED BY SIZE
                INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE cu-cuenta TO cd-cuenta
            MOVE cu-nombre TO cd-nombre
            MOVE ws-periodo-desde TO cd-desde
            MOVE ws-periodo-hasta TO cd-hasta
            MOVE ws-cabecera-detalle TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-detalle TO informe-rec
            WRITE informe-rec
            MOVE "SALDO INICIAL" TO ls-texto
            MOVE ws-saldo TO ls-saldo
            MOVE ws-linea-saldo-detalle TO informe-rec
            WRITE informe-rec

            MOVE 'N' TO ws-eof-sw
            OPEN INPUT apuntes-file
            IF fs-apuntes-ok
                PERFORM detalle-apunte UNTIL ws-eof
                CLOSE apuntes-file
            END-IF

            MOVE "SALDO FINAL" TO ls-texto
            MOVE ws-saldo TO ls-saldo
            MOVE ws-linea-saldo-detalle TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY ws-apuntes-listados " apuntes, detalle en "
                    ws-nombre-informe.

       saldo-inicial-cuenta.
      * saldo de los periodos anteriores al inicial; para ingresos y
      * gastos solo cuenta el ejercicio del periodo inicial
            MOVE 0 TO ws-saldo
            OPEN INPUT saldos-file
            IF fs-sg-ok
                MOVE 'N' TO ws-saldos-fin-sw
                MOVE cu-cuenta TO sg-cuenta
                MOVE 0 TO sg-periodo
                START saldos-file KEY IS NOT LESS THAN sg-clave
                    INVALID KEY
                        SET ws-saldos-fin TO TRUE
                END-START
                PERFORM suma-saldo-inicial UNTIL ws-saldos-fin
                CLOSE saldos-file
            END-IF.

       suma-saldo-inicial.
            READ saldos-file NEXT RECORD
                AT END
                    SET ws-saldos-fin TO TRUE
                NOT AT END
                    IF sg-cuenta NOT = cu-cuenta
                            OR sg-periodo NOT < ws-periodo-desde
                        SET ws-saldos-fin TO TRUE
                    ELSE
                        MOVE sg-periodo TO ws-periodo-saldo
                        IF NOT cu-tipo-resultados
                                OR ps-aaaa = ws-aaaa-ejercicio
                            ADD sg-debe TO ws-saldo
                            SUBTRACT sg-haber FROM ws-saldo
                        END-IF
                    END-IF
            END-READ.

       detalle-apunte.
            READ apuntes-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE apuntes-rec TO ws-apunte-linea
                    MOVE mo-fecha TO ws-fecha-apunte
                    IF mo-cuenta = cu-cuenta
                            AND am-periodo NOT < ws-periodo-desde
                            AND am-periodo NOT > ws-periodo-hasta
                        PERFORM imprime-apunte
                    END-IF
            END-READ.

       imprime-apunte.
            ADD 1 TO ws-apuntes-listados
            MOVE mo-fecha TO ld-fecha
            IF mo-dh = 'D'
                ADD mo-importe TO ws-saldo
                MOVE mo-importe TO ld-debe
                MOVE 0 TO ld-haber
            ELSE
                SUBTRACT mo-importe FROM ws-saldo
                MOVE 0 TO ld-debe
                MOVE mo-importe TO ld-haber
            END-IF
            MOVE ws-saldo TO ld-saldo
            MOVE mo-concepto TO ld-concepto
            MOVE mo-origen TO ld-origen
            MOVE ws-linea-detalle TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_93.
