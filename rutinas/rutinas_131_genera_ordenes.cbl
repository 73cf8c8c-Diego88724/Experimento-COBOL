      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly step that posts the standing orders
      *     of ordenes_permanentes.dat (orden_permanente.cpy,
      *     maintained by rutinas_130). For every active order each
      *     due date from the day after or-ultimo-vencimiento up to
      *     the run date (never before the start date or the order's
      *     own alta, never after its end date) is posted to
      *     transacciones.dat, numbered from transacciones_contador.dat
      *     and journaled like every other maestro write, with a
      *     totales_mensuales.dat line "orden-perm" so the daily
      *     settlement squares. A due date that is not a business day
      *     (Monday-to-Friday plus calendario.dat) is posted on the
      *     next business day; one whose posting date falls in a
      *     closed month is skipped with an excepciones.log entry. A
      *     due date whose business day is still ahead of the run date
      *     waits for a later night. Everything posted or skipped goes
      *     to ordenes_generadas_AAAAMMDD.log.
      *   - a calendar with more exceptions than the table holds stops
      *     the run with RC 8 instead of dropping dates
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_131.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ordenes-file ASSIGN TO "ordenes_permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS or-codigo
               FILE STATUS IS ws-or-status.
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
           SELECT totales-file ASSIGN TO "totales_mensuales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-totales-status.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT calendario-file ASSIGN TO "calendario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendario-status.
           SELECT journal-file
               ASSIGN TO "journal_transacciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT journal-contador-file
               ASSIGN TO "journal_runs_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-contador-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ordenes-file.
       COPY orden_permanente.

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  contador-tx-file.
       01  contador-tx-rec pic 9(8).

       FD  totales-file.
       01  totales-rec pic x(56).

       FD  periodos-file.
       01  periodos-rec pic x(17).

       FD  calendario-file.
       01  calendario-rec pic x(29).

       FD  journal-file.
       01  journal-rec pic x(143).

       FD  journal-contador-file.
       01  journal-contador-rec pic 9(5).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-or-status==
                              ==:FS-PREFIJO:== BY ==fs-or==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-contador-tx-status==
                     ==:FS-PREFIJO:== BY ==fs-contador-tx==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-totales-status==
                              ==:FS-PREFIJO:== BY ==fs-totales==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-calendario-status==
                     ==:FS-PREFIJO:== BY ==fs-calendario==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-journal-status==
                              ==:FS-PREFIJO:== BY ==fs-journal==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-journal-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-journal-contador==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY totales.
       COPY periodo_cerrado.
       COPY calendario.
       COPY journal_maestro.
       COPY excepcion.
       01 ws-nombre-informe pic x(40).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-entrada-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-proceso pic 9(8).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-ordenes-eof-sw pic x value 'N'.
           88 ws-ordenes-eof value 'Y'.
       01 ws-fin-orden-sw pic x value 'N'.
           88 ws-fin-orden value 'Y'.
       01 ws-orden-cambiada-sw pic x value 'N'.
           88 ws-orden-cambiada value 'Y'.
       01 ws-vence-sw pic x value 'N'.
           88 ws-vence value 'Y'.
       01 ws-grabado-sw pic x value 'N'.
           88 ws-grabado value 'Y'.
       01 ws-dia-habil-sw pic x value 'Y'.
           88 ws-dia-habil value 'Y'.
       01 ws-periodo-buscado pic 9(6).
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-fecha-vencimiento pic 9(8).
       01 ws-fecha-contable pic 9(8).
       01 ws-avances pic 9(2).
       01 ws-dia-semana pic 9(1).
       01 ws-siguiente-tx-id pic 9(8) value 0.
       01 ws-run-journal pic 9(5) value 0.
       01 ws-run-actual pic 9(5) value 0.
       01 ws-generadas pic 9(5) value 0.
       01 ws-saltadas pic 9(5) value 0.
       01 ws-errores pic 9(5) value 0.
       01 ws-total-generado pic 9(9)v99 value 0.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
      * fecha que se recorre dia a dia; sobre ella trabajan la
      * congruencia de Zeller y el calendario
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
       01 ws-fecha-validar pic 9(8).
       01 ws-fecha-validar-partes redefines ws-fecha-validar.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).
       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia pic 9(2).
       01 ws-resto-bisiesto pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).
      * excepciones de calendario.dat desde el ano anterior al de
      * proceso, lo que puede alcanzar una recuperacion de noches
       01 ws-cal-desde pic 9(8).
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-cal-count pic 9(3) value 0.
       01 ws-cal-idx pic 9(3).
       01 ws-cal-tabla.
           05 ws-cal-entrada occurs 500 times.
               10 cx-fecha pic 9(8).
               10 cx-tipo  pic x(1).
       01 ws-cabecera-informe.
           05 filler pic x(33) value
               "ORDENES PERMANENTES GENERADAS - A".
           05 filler pic x(1) value space.
           05 ci-fecha pic 9(8).
       01 ws-titulos-detalle pic x(54) value
           "ORDEN  VENCE    CONTABLE TRANS.      IMPORTE RESULTADO".
       01 ws-linea-detalle.
           05 ld-codigo      pic x(6).
           05 filler         pic x(1) value space.
           05 ld-vencimiento pic 9(8).
           05 filler         pic x(1) value space.
           05 ld-contable    pic 9(8).
           05 filler         pic x(1) value space.
           05 ld-transaccion pic x(8).
           05 filler         pic x(1) value space.
           05 ld-importe     pic z(6)9.99.
           05 filler         pic x(1) value space.
           05 ld-resultado   pic x(30).
       01 ws-linea-resumen.
           05 lr-texto       pic x(30).
           05 lr-conteo      pic zzzz9.
           05 filler         pic x(1) value space.
           05 lr-importe     pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "fecha de proceso (AAAAMMDD, blanco = hoy): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                ACCEPT ws-fecha-proceso FROM DATE YYYYMMDD
            ELSE
                IF ws-fecha-entrada IS NOT NUMERIC
                    DISPLAY "ERROR: fecha de proceso no valida"
                    MOVE 8 TO RETURN-CODE
                    GO TO fin-programa
                END-IF
                MOVE ws-fecha-entrada-num TO ws-fecha-proceso
            END-IF

            OPEN I-O ordenes-file
            IF fs-or-fichero-no-existe
                DISPLAY "aviso: no hay ordenes_permanentes.dat, no "
                        "se genera nada"
                GO TO fin-programa
            END-IF
            IF NOT fs-or-ok
                DISPLAY "ERROR: no se pudo abrir "
                        "ordenes_permanentes.dat, estado "
                        ws-or-status
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN I-O transaccion-maestro-file
            IF fs-transaccion-fichero-no-existe
                OPEN OUTPUT transaccion-maestro-file
                CLOSE transaccion-maestro-file
                OPEN I-O transaccion-maestro-file
            END-IF
            IF NOT fs-transaccion-ok
                DISPLAY "ERROR: no se pudo abrir transacciones.dat, "
                        "estado " ws-transaccion-status
                CLOSE ordenes-file
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM carga-calendario
            IF ws-tabla-llena
                DISPLAY "ERROR: no se generan ordenes, revise los "
                        "errores anteriores"
                CLOSE ordenes-file
                CLOSE transaccion-maestro-file
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM lee-numero-ejecucion

            MOVE SPACES TO ws-nombre-informe
            STRING "ordenes_generadas_" ws-fecha-proceso ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-proceso TO ci-fecha
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-detalle TO informe-rec
            WRITE informe-rec

            MOVE LOW-VALUES TO or-codigo
            START ordenes-file KEY IS NOT LESS THAN or-codigo
                INVALID KEY
                    SET ws-ordenes-eof TO TRUE
            END-START
            PERFORM procesa-orden UNTIL ws-ordenes-eof
            CLOSE ordenes-file
            CLOSE transaccion-maestro-file

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE "generadas" TO lr-texto
            MOVE ws-generadas TO lr-conteo
            MOVE ws-total-generado TO lr-importe
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec
            MOVE "saltadas por periodo cerrado" TO lr-texto
            MOVE ws-saltadas TO lr-conteo
            MOVE 0 TO lr-importe
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec
            IF ws-errores > 0
                MOVE "no grabadas por error" TO lr-texto
                MOVE ws-errores TO lr-conteo
                MOVE 0 TO lr-importe
                MOVE ws-linea-resumen TO informe-rec
                WRITE informe-rec
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE informe-file
            DISPLAY "ordenes permanentes: " ws-generadas
                    " generadas, " ws-saltadas " saltadas, informe en "
                    ws-nombre-informe.

       fin-programa.
            STOP RUN.

       procesa-orden.
            READ ordenes-file NEXT
                AT END
                    SET ws-ordenes-eof TO TRUE
                NOT AT END
                    IF or-activa
                        PERFORM trata-orden
                    END-IF
            END-READ.

       trata-orden.
      * se sigue desde el dia siguiente al ultimo vencimiento tratado,
      * pero nunca antes del inicio de la orden ni de su alta
            IF or-ultimo-vencimiento > 0
                MOVE or-ultimo-vencimiento TO ws-fecha-zeller
                PERFORM siguiente-dia
            ELSE
                MOVE or-fecha-inicio TO ws-fecha-zeller
            END-IF
            IF ws-fecha-zeller < or-fecha-inicio
                MOVE or-fecha-inicio TO ws-fecha-zeller
            END-IF
            IF ws-fecha-zeller < or-fecha-alta
                MOVE or-fecha-alta TO ws-fecha-zeller
            END-IF
            MOVE 'N' TO ws-fin-orden-sw
            MOVE 'N' TO ws-orden-cambiada-sw
            PERFORM examina-dia
                UNTIL ws-fin-orden
            IF ws-orden-cambiada
                REWRITE orden-permanente-rec
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo actualizar la orden "
                                or-codigo
                        MOVE 8 TO RETURN-CODE
                END-REWRITE
            END-IF.

       examina-dia.
            IF ws-fecha-zeller > ws-fecha-proceso
                    OR (or-fecha-fin > 0
                        AND ws-fecha-zeller > or-fecha-fin)
                SET ws-fin-orden TO TRUE
            ELSE
                PERFORM comprueba-vencimiento
                IF ws-vence
                    PERFORM trata-vencimiento
                END-IF
                IF NOT ws-fin-orden
                    PERFORM siguiente-dia
                END-IF
            END-IF.

       comprueba-vencimiento.
            MOVE 'N' TO ws-vence-sw
            IF or-mensual
      * un dia que el mes no tiene vence el ultimo dia del mes
                MOVE ws-fecha-zeller TO ws-fecha-validar
                PERFORM calcula-ultimo-dia
                IF fz-dd = or-dia
                    SET ws-vence TO TRUE
                END-IF
                IF or-dia > ws-ultimo-dia AND fz-dd = ws-ultimo-dia
                    SET ws-vence TO TRUE
                END-IF
            ELSE
      * h de Zeller (0 sabado, 1 domingo, 2 lunes) a 1 lunes ...
      * 7 domingo, la numeracion de or-dia
                PERFORM calcula-dia-semana
                IF ws-zeller-h < 2
                    COMPUTE ws-dia-semana = ws-zeller-h + 6
                ELSE
                    COMPUTE ws-dia-semana = ws-zeller-h - 1
                END-IF
                IF ws-dia-semana = or-dia
                    SET ws-vence TO TRUE
                END-IF
            END-IF.

       trata-vencimiento.
      * el apunte va al primer dia habil desde el vencimiento; si ese
      * dia aun no ha llegado, el vencimiento espera a otra noche
            MOVE ws-fecha-zeller TO ws-fecha-vencimiento
            MOVE 0 TO ws-avances
            PERFORM verifica-dia-habil
            PERFORM avanza-dia-habil
                UNTIL ws-dia-habil OR ws-avances > 31
            MOVE ws-fecha-zeller TO ws-fecha-contable
            MOVE ws-fecha-vencimiento TO ws-fecha-zeller
            IF ws-fecha-contable > ws-fecha-proceso
                SET ws-fin-orden TO TRUE
            ELSE
                PERFORM contabiliza-vencimiento
            END-IF.

       contabiliza-vencimiento.
            MOVE or-codigo TO ld-codigo
            MOVE ws-fecha-vencimiento TO ld-vencimiento
            MOVE ws-fecha-contable TO ld-contable
            MOVE or-importe TO ld-importe
            MOVE ws-fecha-contable(1:6) TO ws-periodo-buscado
            PERFORM verifica-periodo-cerrado
            IF ws-periodo-cerrado
                PERFORM salta-vencimiento
            ELSE
                PERFORM genera-vencimiento
            END-IF.

       salta-vencimiento.
            MOVE "periodo cerrado" TO ws-exc-campo
            MOVE SPACES TO ws-exc-valor
            STRING or-codigo " " ws-fecha-contable
                DELIMITED BY SIZE INTO ws-exc-valor
            PERFORM graba-excepcion
            ADD 1 TO ws-saltadas
            MOVE SPACES TO ld-transaccion
            MOVE "SALTADA: PERIODO CERRADO" TO ld-resultado
            PERFORM graba-linea-detalle
            MOVE ws-fecha-vencimiento TO or-ultimo-vencimiento
            SET ws-orden-cambiada TO TRUE.

       genera-vencimiento.
            PERFORM graba-apunte
            IF ws-grabado
                ADD 1 TO ws-generadas
                ADD or-importe TO ws-total-generado
                MOVE tr-numero-transaccion TO ld-transaccion
                MOVE "GENERADA" TO ld-resultado
                PERFORM graba-linea-detalle
                PERFORM graba-totales
                MOVE ws-fecha-vencimiento TO or-ultimo-vencimiento
                SET ws-orden-cambiada TO TRUE
            ELSE
      * sin apunte no se avanza la orden: se reintenta otra noche
                ADD 1 TO ws-errores
                MOVE SPACES TO ld-transaccion
                MOVE "ERROR AL GRABAR" TO ld-resultado
                PERFORM graba-linea-detalle
                SET ws-fin-orden TO TRUE
            END-IF.

       avanza-dia-habil.
            PERFORM siguiente-dia
            PERFORM verifica-dia-habil
            ADD 1 TO ws-avances.

       graba-apunte.
            MOVE 'N' TO ws-grabado-sw
            PERFORM siguiente-tx-id
            MOVE ws-siguiente-tx-id TO tr-numero-transaccion
            MOVE ws-fecha-contable TO tr-fecha
            MOVE or-importe TO tr-importe
            MOVE or-descripcion TO tr-descripcion
            MOVE or-sucursal TO tr-sucursal
            MOVE "EUR" TO tr-moneda
            MOVE tr-importe TO tr-importe-origen
            MOVE 1 TO tr-cambio
            MOVE 'N' TO tr-estado-sw
            MOVE 0 TO tr-estado-fecha
            MOVE SPACES TO tr-proyecto
            WRITE transaccion-maestro-rec
                INVALID KEY
                    DISPLAY "ERROR: clave duplicada al grabar la "
                            "orden " or-codigo " como transaccion "
                            tr-numero-transaccion
                NOT INVALID KEY
                    MOVE 'W' TO jm-operacion
                    MOVE tr-numero-transaccion TO jm-numero
                    MOVE SPACES TO jm-imagen
                    PERFORM graba-journal-maestro
                    SET ws-grabado TO TRUE
            END-WRITE.

       graba-linea-detalle.
            MOVE ws-linea-detalle TO informe-rec
            WRITE informe-rec.

       graba-totales.
      * una linea por apunte, con la fecha contable del apunte, para
      * que la liquidacion de ese dia cuadre con el maestro
            MOVE ws-fecha-contable TO tt-fecha
            MOVE "orden-perm" TO tt-programa
            MOVE 1 TO tt-conteo
            MOVE or-importe TO tt-total
            MOVE '+' TO tt-signo
            MOVE ws-run-actual TO tt-run
            MOVE ws-totales-linea TO totales-rec

            OPEN EXTEND totales-file
            IF fs-totales-fichero-no-existe
                OPEN OUTPUT totales-file
            END-IF
            WRITE totales-rec
            CLOSE totales-file.

       verifica-dia-habil.
      * regla por defecto: lunes a viernes habil; calendario.dat
      * solo guarda las excepciones, ver calendario.cpy
            PERFORM calcula-dia-semana
      * h de Zeller: 0 = sabado, 1 = domingo
            IF ws-zeller-h < 2
                MOVE 'N' TO ws-dia-habil-sw
            ELSE
                MOVE 'Y' TO ws-dia-habil-sw
            END-IF
            PERFORM busca-dia-calendario
                VARYING ws-cal-idx FROM 1 BY 1
                UNTIL ws-cal-idx > ws-cal-count.

       busca-dia-calendario.
            IF cx-fecha(ws-cal-idx) = ws-fecha-zeller
                IF cx-tipo(ws-cal-idx) = 'F'
                    MOVE 'N' TO ws-dia-habil-sw
                END-IF
                IF cx-tipo(ws-cal-idx) = 'L'
                    MOVE 'Y' TO ws-dia-habil-sw
                END-IF
            END-IF.

       siguiente-dia.
            MOVE ws-fecha-zeller TO ws-fecha-validar
            PERFORM calcula-ultimo-dia
            IF fz-dd < ws-ultimo-dia
                ADD 1 TO fz-dd
            ELSE
                MOVE 1 TO fz-dd
                IF fz-mm < 12
                    ADD 1 TO fz-mm
                ELSE
                    MOVE 1 TO fz-mm
                    ADD 1 TO fz-aaaa
                END-IF
            END-IF.

       calcula-ultimo-dia.
            MOVE ws-dias-mes(fv-mm) TO ws-ultimo-dia
            IF fv-mm = 2
                DIVIDE fv-aaaa BY 4 GIVING ws-cociente-bisiesto
                    REMAINDER ws-resto-bisiesto
                IF ws-resto-bisiesto = 0
                    MOVE 29 TO ws-ultimo-dia
                    DIVIDE fv-aaaa BY 100 GIVING ws-cociente-bisiesto
                        REMAINDER ws-resto-bisiesto
                    IF ws-resto-bisiesto = 0
                        DIVIDE fv-aaaa BY 400
                            GIVING ws-cociente-bisiesto
                            REMAINDER ws-resto-bisiesto
                        IF ws-resto-bisiesto NOT = 0
                            MOVE 28 TO ws-ultimo-dia
                        END-IF
                    END-IF
                END-IF
            END-IF.

       calcula-dia-semana.
      * congruencia de Zeller, la misma de rutinas_29
      * (h = 0 sabado, 1 domingo, 2 lunes...)
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

       carga-calendario.
            COMPUTE ws-cal-desde =
                (ws-fecha-proceso / 10000 - 1) * 10000
            MOVE 0 TO ws-cal-count
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calendario-file
            IF fs-calendario-ok
                PERFORM lee-calendario UNTIL ws-eof
                CLOSE calendario-file
            END-IF.

       lee-calendario.
            READ calendario-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calendario-rec TO ws-calendario-linea
                    IF ca-fecha > ws-cal-desde
                        IF ws-cal-count < 500
                            ADD 1 TO ws-cal-count
                            MOVE ca-fecha TO cx-fecha(ws-cal-count)
                            MOVE ca-tipo TO cx-tipo(ws-cal-count)
                        ELSE
                            PERFORM avisa-tabla-llena
                        END-IF
                    END-IF
            END-READ.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, calendario.dat "
                        "tiene mas de 500 excepciones"
                SET ws-tabla-llena TO TRUE
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

       lee-numero-ejecucion.
            MOVE 0 TO ws-run-actual
            OPEN INPUT ejecuciones-file
            IF fs-ejecuciones-ok
                READ ejecuciones-file
                    NOT AT END
                        MOVE ejecuciones-rec TO ws-run-actual
                END-READ
                CLOSE ejecuciones-file
            END-IF.

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

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE SPACES TO exc-operador
            MOVE "rutinas_131" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_131.
