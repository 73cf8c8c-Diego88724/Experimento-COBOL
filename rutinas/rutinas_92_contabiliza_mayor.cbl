      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: general-ledger posting. Takes one file in
      *     the asientos format (asiento.cpy) - a day's
      *     asientos_AAAAMMDD.dat from rutinas_44, keyed by its date
      *     (blank = today), or any other journal file by name, such
      *     as the amortizacion_AAAAMM.dat of rutinas_90 - and adds
      *     every line to the ledger balances by account and period
      *     in saldos_mayor.dat (saldo_mayor.cpy), keeping each
      *     posted line in apuntes_mayor.dat (apunte_mayor.cpy) for
      *     the account detail listing. The whole file is validated
      *     first and nothing is posted unless every line is readable,
      *     every account exists in plan_cuentas.dat and is active,
      *     no line falls in a period closed by rutinas_38, and debits
      *     equal credits. A file already posted, as recorded in
      *     mayor_contabilizados.dat (asiento_contabilizado.cpy), is
      *     refused. Every refusal gives return code 8 and an
      *     excepciones.log entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_92.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT asientos-file ASSIGN DYNAMIC ws-nombre-asientos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asientos-status.
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
           SELECT contabilizados-file
               ASSIGN TO "mayor_contabilizados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-contabilizados-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  asientos-file.
       01  asientos-rec pic x(60).

       FD  plan-file.
       COPY plan_cuenta.

       FD  saldos-file.
       COPY saldo_mayor.

       FD  apuntes-file.
       01  apuntes-rec pic x(96).

       FD  contabilizados-file.
       01  contabilizados-rec pic x(67).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-asientos-status==
                              ==:FS-PREFIJO:== BY ==fs-asientos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cu-status==
                              ==:FS-PREFIJO:== BY ==fs-cu==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-sg-status==
                              ==:FS-PREFIJO:== BY ==fs-sg==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apuntes-status==
                              ==:FS-PREFIJO:== BY ==fs-apuntes==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-contabilizados-status==
                     ==:FS-PREFIJO:== BY ==fs-contabilizados==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY asiento.
       COPY apunte_mayor.
       COPY asiento_contabilizado.
       COPY periodo_cerrado.
       COPY excepcion.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-entrada pic x(40).
       01 ws-fecha-entrada redefines ws-entrada.
           05 ws-fecha-dia pic x(8).
           05 filler       pic x(32).
       01 ws-nombre-asientos pic x(40).
       01 ws-fecha-hoy pic 9(8).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-periodos-eof-sw pic x value 'N'.
           88 ws-periodos-eof value 'Y'.
       01 ws-ya-contabilizado-sw pic x value 'N'.
           88 ws-ya-contabilizado value 'Y'.
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-periodo pic 9(6).
       01 ws-periodo-verificado pic 9(6) value 0.
       01 ws-periodo-verificado-sw pic x value 'N'.
           88 ws-periodo-verificado-cerrado value 'Y'.
       01 ws-importe pic s9(9)v99.
       01 ws-dh pic x(1).
       01 ws-lineas pic 9(5) value 0.
       01 ws-errores pic 9(5) value 0.
       01 ws-total-debe pic 9(9)v99 value 0.
       01 ws-total-haber pic 9(9)v99 value 0.
       01 ws-total-edit pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "dia a contabilizar (AAAAMMDD, blanco = hoy) o "
                    "nombre del fichero de asientos: "
            ACCEPT ws-entrada
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE SPACES TO ws-nombre-asientos
            EVALUATE TRUE
                WHEN ws-entrada = SPACES
                    STRING "asientos_" ws-fecha-hoy ".dat"
                        DELIMITED BY SIZE INTO ws-nombre-asientos
                WHEN ws-fecha-dia IS NUMERIC
                        AND ws-entrada(9:32) = SPACES
                    STRING "asientos_" ws-fecha-dia ".dat"
                        DELIMITED BY SIZE INTO ws-nombre-asientos
                WHEN OTHER
                    MOVE ws-entrada TO ws-nombre-asientos
            END-EVALUATE

            PERFORM verifica-contabilizado
            IF ws-ya-contabilizado
                DISPLAY "ERROR: " ws-nombre-asientos " ya se "
                        "contabilizo, no se repite"
                MOVE "mayor" TO ws-exc-campo
                MOVE ws-nombre-asientos TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN INPUT asientos-file
            IF NOT fs-asientos-ok
                DISPLAY "ERROR: no se encontro " ws-nombre-asientos
                MOVE "mayor" TO ws-exc-campo
                MOVE "sin fichero asientos" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT plan-file
            IF NOT fs-cu-ok
                CLOSE asientos-file
                DISPLAY "ERROR: no se encontro plan_cuentas.dat"
                MOVE "mayor" TO ws-exc-campo
                MOVE "sin plan de cuentas" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

      * primera pasada: solo se valida, no se toca el mayor
            MOVE 'N' TO ws-eof-sw
            PERFORM valida-linea UNTIL ws-eof
            CLOSE plan-file
            CLOSE asientos-file
            IF ws-lineas = 0
                DISPLAY "aviso: " ws-nombre-asientos " no tiene "
                        "lineas, no hay nada que contabilizar"
                GO TO fin-programa
            END-IF
            IF ws-total-debe NOT = ws-total-haber
                DISPLAY "ERROR: el fichero no cuadra, debe distinto "
                        "de haber"
                MOVE "mayor" TO ws-exc-campo
                MOVE "asiento descuadrado" TO ws-exc-valor
                PERFORM graba-excepcion
                ADD 1 TO ws-errores
            END-IF
            IF ws-errores > 0
                DISPLAY "ERROR: " ws-errores " errores, "
                        ws-nombre-asientos " no se contabiliza"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

      * segunda pasada: saldos y diario del mayor
            OPEN INPUT asientos-file
            OPEN I-O saldos-file
            IF fs-sg-fichero-no-existe
                OPEN OUTPUT saldos-file
                CLOSE saldos-file
                OPEN I-O saldos-file
            END-IF
            OPEN EXTEND apuntes-file
            IF fs-apuntes-fichero-no-existe
                OPEN OUTPUT apuntes-file
            END-IF
            MOVE 'N' TO ws-eof-sw
            PERFORM contabiliza-linea UNTIL ws-eof
            CLOSE apuntes-file
            CLOSE saldos-file
            CLOSE asientos-file
            PERFORM graba-contabilizado
            MOVE ws-total-debe TO ws-total-edit
            DISPLAY ws-nombre-asientos " contabilizado: " ws-lineas
                    " lineas, " ws-total-edit " al debe y al haber".

       fin-programa.
            STOP RUN.

       verifica-contabilizado.
            MOVE 'N' TO ws-ya-contabilizado-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT contabilizados-file
            IF fs-contabilizados-ok
                PERFORM busca-contabilizado UNTIL ws-eof
                CLOSE contabilizados-file
            END-IF.

       busca-contabilizado.
            READ contabilizados-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE contabilizados-rec TO ws-contabilizado-linea
                    IF cz-fichero = ws-nombre-asientos
                        SET ws-ya-contabilizado TO TRUE
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       lee-linea-asiento.
      * deja en ws-importe / ws-dh el apunte de la linea ya en
      * positivo: un importe negativo pasa al lado contrario
            MOVE asientos-rec TO ws-linea-asiento
            MOVE as-dh TO ws-dh
            MOVE 0 TO ws-importe
            IF as-fecha IS NUMERIC
                MOVE as-fecha(1:6) TO ws-periodo
            ELSE
                MOVE 0 TO ws-periodo
            END-IF
            IF as-importe NOT = SPACES
                MOVE as-importe TO ws-importe
            END-IF
            IF ws-importe < 0
                COMPUTE ws-importe = 0 - ws-importe
                IF ws-dh = 'D'
                    MOVE 'H' TO ws-dh
                ELSE
                    MOVE 'D' TO ws-dh
                END-IF
            END-IF.

       valida-linea.
            READ asientos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-lineas
                    PERFORM lee-linea-asiento
                    PERFORM valida-apunte
            END-READ.

       valida-apunte.
            IF as-fecha NOT NUMERIC OR ws-periodo = 0
                MOVE "mayor fecha" TO ws-exc-campo
                MOVE as-fecha TO ws-exc-valor
                PERFORM anota-error
            ELSE
                PERFORM verifica-periodo
                IF ws-periodo-verificado-cerrado
                    MOVE "mayor cerrado" TO ws-exc-campo
                    MOVE ws-periodo TO ws-exc-valor
                    PERFORM anota-error
                END-IF
            END-IF
            IF as-dh NOT = 'D' AND as-dh NOT = 'H'
                MOVE "mayor debe/hab" TO ws-exc-campo
                MOVE as-dh TO ws-exc-valor
                PERFORM anota-error
            END-IF
            MOVE as-cuenta TO cu-cuenta
            READ plan-file
                INVALID KEY
                    MOVE "mayor cuenta" TO ws-exc-campo
                    MOVE as-cuenta TO ws-exc-valor
                    PERFORM anota-error
                NOT INVALID KEY
                    IF cu-inactiva
                        MOVE "mayor inactiva" TO ws-exc-campo
                        MOVE as-cuenta TO ws-exc-valor
                        PERFORM anota-error
                    END-IF
            END-READ
            IF ws-dh = 'D'
                ADD ws-importe TO ws-total-debe
            ELSE
                ADD ws-importe TO ws-total-haber
            END-IF.

       anota-error.
            ADD 1 TO ws-errores
            DISPLAY "ERROR linea " ws-lineas ": " ws-exc-campo " "
                    ws-exc-valor
            PERFORM graba-excepcion.

       verifica-periodo.
      * las lineas de un fichero suelen ser de un solo periodo; solo
      * se vuelve a leer periodos_cerrados.dat cuando cambia
            IF ws-periodo NOT = ws-periodo-verificado
                PERFORM verifica-periodo-cerrado
                MOVE ws-periodo TO ws-periodo-verificado
                MOVE ws-periodo-cerrado-sw TO ws-periodo-verificado-sw
            END-IF.

       verifica-periodo-cerrado.
            MOVE 'N' TO ws-periodo-cerrado-sw
            MOVE 'N' TO ws-periodos-eof-sw
            OPEN INPUT periodos-file
            IF fs-periodos-ok
                PERFORM busca-periodo-cerrado UNTIL ws-periodos-eof
                CLOSE periodos-file
            END-IF.

       busca-periodo-cerrado.
            READ periodos-file
                AT END
                    SET ws-periodos-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF pc-periodo = ws-periodo
                        SET ws-periodo-cerrado TO TRUE
                        SET ws-periodos-eof TO TRUE
                    END-IF
            END-READ.

       contabiliza-linea.
            READ asientos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM lee-linea-asiento
                    PERFORM acumula-saldo
                    PERFORM graba-apunte
            END-READ.

       acumula-saldo.
            MOVE as-cuenta TO sg-cuenta
            MOVE ws-periodo TO sg-periodo
            READ saldos-file
                INVALID KEY
                    MOVE 0 TO sg-debe
                    MOVE 0 TO sg-haber
                    MOVE 0 TO sg-apuntes
                    PERFORM suma-saldo
                    WRITE saldo-mayor-rec
                NOT INVALID KEY
                    PERFORM suma-saldo
                    REWRITE saldo-mayor-rec
            END-READ.

       suma-saldo.
            IF ws-dh = 'D'
                ADD ws-importe TO sg-debe
            ELSE
                ADD ws-importe TO sg-haber
            END-IF
            ADD 1 TO sg-apuntes.

       graba-apunte.
            MOVE as-fecha TO mo-fecha
            MOVE as-cuenta TO mo-cuenta
            MOVE ws-dh TO mo-dh
            MOVE ws-importe TO mo-importe
            MOVE as-concepto TO mo-concepto
            MOVE ws-nombre-asientos TO mo-origen
            MOVE ws-fecha-hoy TO mo-fecha-contab
            MOVE ws-apunte-linea TO apuntes-rec
            WRITE apuntes-rec.

       graba-contabilizado.
            MOVE ws-nombre-asientos TO cz-fichero
            MOVE ws-fecha-hoy TO cz-fecha
            MOVE ws-lineas TO cz-lineas
            MOVE ws-total-debe TO cz-total-debe
            OPEN EXTEND contabilizados-file
            IF fs-contabilizados-fichero-no-existe
                OPEN OUTPUT contabilizados-file
            END-IF
            MOVE ws-contabilizado-linea TO contabilizados-rec
            WRITE contabilizados-rec
            CLOSE contabilizados-file.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE SPACES TO exc-operador
            MOVE "rutinas_92" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_92.
