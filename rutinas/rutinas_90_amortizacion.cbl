      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: month-end depreciation run over activos.dat
      *     (activo_fijo.cpy). For the period keyed (AAAAMM) every
      *     asset in use and already acquired gets the month's
      *     charge - straight-line or declining balance, never below
      *     its residual value - added to its accumulated
      *     depreciation, and a disposal recorded for the month (or
      *     an earlier one not yet posted) is taken out of the
      *     books. The journal goes to amortizacion_AAAAMM.dat in
      *     the asientos format of rutinas_44 (asiento.cpy), dated
      *     the last day of the month and balanced asset by asset:
      *     expense against accumulated depreciation for the charge;
      *     accumulated depreciation, proceeds and result against
      *     cost for a disposal. The proceeds and gain/loss accounts
      *     come from cuentas_contables.dat (ACTIVO-COBRO and
      *     ACTIVO-RESULT); a missing one goes out under 99999999
      *     with an excepciones.log entry, as rutinas_44 does. The
      *     asset register with net book values is printed to
      *     registro_activos_AAAAMM.log. A period already run, or
      *     closed by rutinas_38, is refused with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_90.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT activos-file ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS af-codigo
               FILE STATUS IS ws-af-status.
           SELECT cuentas-file ASSIGN TO "cuentas_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cuentas-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT asientos-file ASSIGN DYNAMIC ws-nombre-asientos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asientos-status.
           SELECT registro-file ASSIGN DYNAMIC ws-nombre-registro
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-registro-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  activos-file.
       COPY activo_fijo.

       FD  cuentas-file.
       01  cuentas-rec pic x(23).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  asientos-file.
       01  asientos-rec pic x(60).

       FD  registro-file.
       01  registro-rec pic x(100).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-af-status==
                              ==:FS-PREFIJO:== BY ==fs-af==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cuentas-status==
                              ==:FS-PREFIJO:== BY ==fs-cuentas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-asientos-status==
                              ==:FS-PREFIJO:== BY ==fs-asientos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-registro-status==
                              ==:FS-PREFIJO:== BY ==fs-registro==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY cuenta_contable.
       COPY periodo_cerrado.
       COPY asiento.
       COPY excepcion.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-nombre-asientos pic x(40).
       01 ws-nombre-registro pic x(40).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-fecha-asiento pic 9(8).
       01 ws-fecha-asiento-partes redefines ws-fecha-asiento.
           05 fa-aaaa pic 9(4).
           05 fa-mm   pic 9(2).
           05 fa-dd   pic 9(2).
       01 ws-cociente pic 9(4).
       01 ws-resto pic 9(3).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-cuenta-cobro pic x(8) value "99999999".
       01 ws-cuenta-resultado pic x(8) value "99999999".
       01 ws-periodo-adquisicion pic 9(6).
       01 ws-periodo-baja pic 9(6).
       01 ws-base-amortizable pic s9(7)v99.
       01 ws-pendiente pic s9(7)v99.
       01 ws-cuota pic 9(7)v99.
       01 ws-resultado-baja pic s9(7)v99.
       01 ws-valor-neto pic 9(7)v99.
       01 ws-situacion pic x(12).
       01 ws-amortizados pic 9(5) value 0.
       01 ws-bajas pic 9(5) value 0.
       01 ws-total-cuota pic 9(9)v99 value 0.
       01 ws-total-coste pic 9(9)v99 value 0.
       01 ws-total-acumulada pic 9(9)v99 value 0.
       01 ws-total-neto pic 9(9)v99 value 0.
       01 ws-total-debe pic 9(9)v99 value 0.
       01 ws-total-haber pic 9(9)v99 value 0.
       01 ws-total-edit pic z(8)9.99.
       01 ws-cabecera-registro.
           05 filler pic x(34) value
               "REGISTRO DE ACTIVOS FIJOS - PERIOD".
           05 filler pic x(2) value "O ".
           05 cr-periodo pic 9(6).
       01 ws-titulos-registro.
           05 filler pic x(28) value "CODIGO DESCRIPCION".
           05 filler pic x(72) value
               "     COSTE  CUOTA MES   AMORT.ACUM  VALOR NETO  SITUAC
      -        "ION".
       01 ws-linea-registro.
           05 lr-codigo      pic x(6).
           05 filler         pic x(1) value space.
           05 lr-descripcion pic x(20).
           05 filler         pic x(1) value space.
           05 lr-coste       pic z(6)9.99.
           05 filler         pic x(1) value space.
           05 lr-cuota       pic z(6)9.99.
           05 filler         pic x(3) value spaces.
           05 lr-acumulada   pic z(6)9.99.
           05 filler         pic x(2) value spaces.
           05 lr-neto        pic z(6)9.99.
           05 filler         pic x(2) value spaces.
           05 lr-situacion   pic x(12).
       01 ws-linea-total-registro.
           05 filler         pic x(6) value "TOTAL ".
           05 lt-activos     pic zzzz9.
           05 filler         pic x(17) value " en uso".
           05 lt-coste       pic z(8)9.99.
           05 lt-cuota       pic z(6)9.99.
           05 filler         pic x(1) value space.
           05 lt-acumulada   pic z(8)9.99.
           05 lt-neto        pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo a amortizar (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            MOVE SPACES TO ws-nombre-asientos
            STRING "amortizacion_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-asientos
            MOVE SPACES TO ws-nombre-registro
            STRING "registro_activos_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-registro

      * idempotencia: un mes amortizado no se vuelve a cargar
            OPEN INPUT asientos-file
            IF fs-asientos-ok
                CLOSE asientos-file
                DISPLAY "ERROR: la amortizacion del periodo "
                        ws-periodo " ya se hizo (" ws-nombre-asientos
                        "), no se repite"
                MOVE "amortizacion" TO ws-exc-campo
                MOVE "periodo ya amortizado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM verifica-periodo-cerrado
            IF ws-periodo-cerrado
                DISPLAY "ERROR: el periodo " ws-periodo " esta "
                        "cerrado, no se amortiza"
                MOVE "amortizacion" TO ws-exc-campo
                MOVE "periodo cerrado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN I-O activos-file
            IF NOT fs-af-ok
                DISPLAY "aviso: no se encontro activos.dat, no hay "
                        "nada que amortizar"
                GO TO fin-programa
            END-IF
            PERFORM carga-cuentas
            PERFORM calcula-fin-de-mes

            OPEN OUTPUT asientos-file
            OPEN OUTPUT registro-file
            MOVE ws-periodo TO cr-periodo
            MOVE ws-cabecera-registro TO registro-rec
            WRITE registro-rec
            MOVE SPACES TO registro-rec
            WRITE registro-rec
            MOVE ws-titulos-registro TO registro-rec
            WRITE registro-rec

            MOVE 'N' TO ws-eof-sw
            MOVE LOW-VALUES TO af-codigo
            START activos-file KEY IS NOT LESS THAN af-codigo
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM procesa-activo UNTIL ws-eof

            MOVE SPACES TO registro-rec
            WRITE registro-rec
            MOVE ws-amortizados TO lt-activos
            MOVE ws-total-coste TO lt-coste
            MOVE ws-total-cuota TO lt-cuota
            MOVE ws-total-acumulada TO lt-acumulada
            MOVE ws-total-neto TO lt-neto
            MOVE ws-linea-total-registro TO registro-rec
            WRITE registro-rec
            CLOSE registro-file
            CLOSE asientos-file
            CLOSE activos-file
            MOVE ws-total-cuota TO ws-total-edit
            DISPLAY "amortizacion del periodo " ws-periodo ": "
                    ws-total-edit " en " ws-nombre-asientos
            IF ws-bajas > 0
                DISPLAY ws-bajas " bajas contabilizadas"
            END-IF
            IF ws-total-debe NOT = ws-total-haber
                DISPLAY "ERROR: el asiento no cuadra"
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY "registro en " ws-nombre-registro.

       fin-programa.
            STOP RUN.

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
                    IF pc-periodo = ws-periodo
                        SET ws-periodo-cerrado TO TRUE
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       carga-cuentas.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT cuentas-file
            IF fs-cuentas-ok
                PERFORM carga-linea-cuenta UNTIL ws-eof
                CLOSE cuentas-file
            END-IF
            MOVE 'N' TO ws-eof-sw.

       carga-linea-cuenta.
            READ cuentas-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE cuentas-rec TO ws-cuenta-linea
                    IF mc-programa = "ACTIVO-COBRO"
                        MOVE mc-cuenta TO ws-cuenta-cobro
                    END-IF
                    IF mc-programa = "ACTIVO-RESULT"
                        MOVE mc-cuenta TO ws-cuenta-resultado
                    END-IF
            END-READ.

       calcula-fin-de-mes.
      * el asiento lleva la fecha del ultimo dia natural del mes
            MOVE wp-aaaa TO fa-aaaa
            MOVE wp-mm TO fa-mm
            EVALUATE wp-mm
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO fa-dd
                WHEN 2
                    MOVE 28 TO fa-dd
                    DIVIDE wp-aaaa BY 4 GIVING ws-cociente
                        REMAINDER ws-resto
                    IF ws-resto = 0
                        MOVE 29 TO fa-dd
                        DIVIDE wp-aaaa BY 100 GIVING ws-cociente
                            REMAINDER ws-resto
                        IF ws-resto = 0
                            MOVE 28 TO fa-dd
                            DIVIDE wp-aaaa BY 400 GIVING ws-cociente
                                REMAINDER ws-resto
                            IF ws-resto = 0
                                MOVE 29 TO fa-dd
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31 TO fa-dd
            END-EVALUATE.

       procesa-activo.
            READ activos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM amortiza-activo
            END-READ.

       amortiza-activo.
            MOVE 0 TO ws-cuota
            MOVE SPACES TO ws-situacion
            MOVE af-fecha-adquisicion(1:6) TO ws-periodo-adquisicion
            MOVE af-fecha-baja(1:6) TO ws-periodo-baja
            EVALUATE TRUE
                WHEN ws-periodo-adquisicion > ws-periodo
                    MOVE "sin adquirir" TO ws-situacion
                WHEN af-de-baja AND ws-periodo-baja <= ws-periodo
                    IF af-baja-sin-contab
                        PERFORM contabiliza-baja
                        MOVE "BAJA" TO ws-situacion
                    ELSE
                        MOVE "de baja" TO ws-situacion
                    END-IF
                WHEN af-ultimo-periodo >= ws-periodo
                    MOVE "ya amortiz." TO ws-situacion
                WHEN OTHER
                    PERFORM calcula-cuota
                    IF ws-cuota > 0
                        PERFORM graba-cuota
                        MOVE "en uso" TO ws-situacion
                    ELSE
                        MOVE "amortizado" TO ws-situacion
                    END-IF
                    MOVE ws-periodo TO af-ultimo-periodo
                    REWRITE activo-fijo-rec
            END-EVALUATE
            PERFORM imprime-activo.

       calcula-cuota.
      * lineal: la base amortizable a partes iguales en la vida
      * util; degresivo: el doble del tipo lineal sobre el valor
      * neto. Ninguno pasa de lo que queda hasta el valor residual
            COMPUTE ws-base-amortizable =
                af-coste - af-valor-residual
            COMPUTE ws-pendiente =
                ws-base-amortizable - af-amort-acumulada
            IF ws-pendiente > 0
                IF af-degresivo
                    COMPUTE ws-cuota ROUNDED =
                        (af-coste - af-amort-acumulada) * 2
                        / af-vida-meses
                ELSE
                    COMPUTE ws-cuota ROUNDED =
                        ws-base-amortizable / af-vida-meses
                END-IF
                IF ws-cuota > ws-pendiente
                    MOVE ws-pendiente TO ws-cuota
                END-IF
            END-IF.

       graba-cuota.
            ADD ws-cuota TO af-amort-acumulada
            ADD ws-cuota TO ws-total-cuota
            MOVE af-cuenta-gasto TO as-cuenta
            MOVE 'D' TO as-dh
            MOVE ws-cuota TO as-importe
            PERFORM graba-linea-asiento
            ADD ws-cuota TO ws-total-debe
            MOVE af-cuenta-amort TO as-cuenta
            MOVE 'H' TO as-dh
            MOVE ws-cuota TO as-importe
            PERFORM graba-linea-asiento
            ADD ws-cuota TO ws-total-haber.

       contabiliza-baja.
      * sale el coste del activo contra su amortizacion acumulada y
      * lo obtenido; la diferencia es la perdida (debe) o el
      * beneficio (haber) de la baja
            PERFORM verifica-cuentas-baja
            IF af-amort-acumulada > 0
                MOVE af-cuenta-amort TO as-cuenta
                MOVE 'D' TO as-dh
                MOVE af-amort-acumulada TO as-importe
                PERFORM graba-linea-asiento
                ADD af-amort-acumulada TO ws-total-debe
            END-IF
            IF af-importe-baja > 0
                MOVE ws-cuenta-cobro TO as-cuenta
                MOVE 'D' TO as-dh
                MOVE af-importe-baja TO as-importe
                PERFORM graba-linea-asiento
                ADD af-importe-baja TO ws-total-debe
            END-IF
            MOVE af-cuenta-activo TO as-cuenta
            MOVE 'H' TO as-dh
            MOVE af-coste TO as-importe
            PERFORM graba-linea-asiento
            ADD af-coste TO ws-total-haber
            COMPUTE ws-resultado-baja =
                af-importe-baja + af-amort-acumulada - af-coste
            IF ws-resultado-baja < 0
                MOVE ws-cuenta-resultado TO as-cuenta
                MOVE 'D' TO as-dh
                COMPUTE ws-resultado-baja = 0 - ws-resultado-baja
                MOVE ws-resultado-baja TO as-importe
                PERFORM graba-linea-asiento
                ADD ws-resultado-baja TO ws-total-debe
            ELSE
                IF ws-resultado-baja > 0
                    MOVE ws-cuenta-resultado TO as-cuenta
                    MOVE 'H' TO as-dh
                    MOVE ws-resultado-baja TO as-importe
                    PERFORM graba-linea-asiento
                    ADD ws-resultado-baja TO ws-total-haber
                END-IF
            END-IF
            SET af-baja-contabilizada TO TRUE
            REWRITE activo-fijo-rec
            ADD 1 TO ws-bajas.

       verifica-cuentas-baja.
            IF ws-cuenta-cobro = "99999999" AND af-importe-baja > 0
                MOVE "cuenta" TO ws-exc-campo
                MOVE "ACTIVO-COBRO" TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF
            IF ws-cuenta-resultado = "99999999"
                MOVE "cuenta" TO ws-exc-campo
                MOVE "ACTIVO-RESULT" TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF.

       graba-linea-asiento.
            MOVE ws-fecha-asiento TO as-fecha
            MOVE af-codigo TO as-concepto
            MOVE ws-linea-asiento TO asientos-rec
            WRITE asientos-rec.

       imprime-activo.
            COMPUTE ws-valor-neto = af-coste - af-amort-acumulada
            MOVE af-codigo TO lr-codigo
            MOVE af-descripcion TO lr-descripcion
            MOVE af-coste TO lr-coste
            MOVE ws-cuota TO lr-cuota
            MOVE af-amort-acumulada TO lr-acumulada
            IF af-de-baja AND ws-periodo-baja <= ws-periodo
                MOVE 0 TO lr-neto
            ELSE
                MOVE ws-valor-neto TO lr-neto
                IF ws-periodo-adquisicion <= ws-periodo
                    ADD 1 TO ws-amortizados
                    ADD af-coste TO ws-total-coste
                    ADD af-amort-acumulada TO ws-total-acumulada
                    ADD ws-valor-neto TO ws-total-neto
                END-IF
            END-IF
            MOVE ws-situacion TO lr-situacion
            MOVE ws-linea-registro TO registro-rec
            WRITE registro-rec.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE SPACES TO exc-operador
            MOVE "rutinas_90" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_90.
