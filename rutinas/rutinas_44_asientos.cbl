      *     to zero. A programa with no mapping goes out under
      *     account 99999999 and leaves an excepciones.log entry for
      *     the mapping to be completed.
      *   - the journal line layout moved to asiento.cpy, shared with
      *     the other files delivered to accounting in this format.
      *   - the export stays in home currency now that branch feeds may
      *     come in a foreign currency: it only takes a day rutinas_28
      *     settled OK on the EUR figures, and the journal lines carry
      *     EUR importes; the original foreign amounts stay on
      *     transacciones.dat and never reach the ledger file.
      *   - transactions on hold or in dispute (tr-estado-sw) stay out
      *     of the export: each one of the day, still inside
      *     totales_mensuales.dat, is found on transacciones.dat and
      *     its importe taken off the debit line of the programa that
      *     raised it, so the entry still balances. A transaction
      *     released on the export date is added to that day's debit
      *     line of its programa instead, whatever its own date, and
      *     one of the day released on a later date is left for that
      *     date. Both kinds are listed in
      *     asientos_retenidas_AAAAMMDD.log. rutinas_128 refuses to
      *     hold a transaction of a day already exported here, so a
      *     released one was never in an earlier entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_44.
           SELECT asientos-file ASSIGN DYNAMIC ws-nombre-asientos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asientos-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT ordenes-file ASSIGN TO "ordenes_permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS or-codigo
               FILE STATUS IS ws-or-status.
           SELECT retenidas-file ASSIGN DYNAMIC ws-nombre-retenidas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-retenidas-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.
       FD  asientos-file.
       01  asientos-rec pic x(60).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  ordenes-file.
       COPY orden_permanente.

       FD  retenidas-file.
       01  retenidas-rec pic x(70).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

                              ==:FS-PREFIJO:== BY ==fs-asientos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-retenidas-status==
                     ==:FS-PREFIJO:== BY ==fs-retenidas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-or-status==
                              ==:FS-PREFIJO:== BY ==fs-or==.
       COPY totales.
       COPY cuenta_contable.
       COPY descripcion_traspaso.
       COPY excepcion.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-cuenta-hallada pic x(8).
       01 ws-cuenta-contrapartida pic x(8) value "99999999".
       01 ws-total-asiento pic s9(9)v99 value 0.
       01 ws-nombre-retenidas pic x(40).
       01 ws-retenidas-count pic 9(5) value 0.
       01 ws-liberadas-count pic 9(5) value 0.
       01 ws-listadas-count pic 9(5) value 0.
       01 ws-fin-maestro-sw pic x value 'N'.
           88 ws-fin-maestro value 'Y'.
       01 ws-hay-ordenes-sw pic x value 'N'.
           88 ws-hay-ordenes value 'Y'.
       01 ws-fin-ordenes-sw pic x value 'N'.
           88 ws-fin-ordenes value 'Y'.
       01 ws-programa-transaccion pic x(12).
       01 ws-linea-retenida.
           05 lr-numero      pic 9(8).
           05 filler         pic x(1) value space.
           05 lr-fecha       pic 9(8).
           05 filler         pic x(1) value space.
           05 lr-sucursal    pic x(4).
           05 filler         pic x(1) value space.
           05 lr-importe     pic z(6)9.99.
           05 filler         pic x(1) value space.
           05 lr-estado      pic x(10).
           05 filler         pic x(1) value space.
           05 lr-estado-fecha pic 9(8).
           05 filler         pic x(1) value space.
           05 lr-asiento     pic x(9).
       COPY asiento.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM carga-cuentas
            PERFORM acumula-dia
            PERFORM acumula-retenidas-dia
            IF ws-acumulado-count = 0
                DISPLAY "aviso: el dia no tiene totales que "
                        "exportar"
                UNTIL ws-acumulado-idx > ws-acumulado-count
            PERFORM graba-linea-haber
            CLOSE asientos-file
            DISPLAY "asientos exportados a " ws-nombre-asientos
            IF ws-retenidas-count > 0
                DISPLAY "transacciones retenidas o disputadas fuera "
                        "del asiento: " ws-retenidas-count
                        ", listadas en " ws-nombre-retenidas
            END-IF
            IF ws-liberadas-count > 0
                DISPLAY "transacciones liberadas hoy dentro del "
                        "asiento: " ws-liberadas-count
                        ", listadas en " ws-nombre-retenidas
            END-IF.

       fin-programa.
            STOP RUN.
                    MOVE cuentas-rec TO ws-cuenta-linea
                    IF mc-programa = "CONTRAPARTIDA"
                        MOVE mc-cuenta TO ws-cuenta-contrapartida
                    END-IF
                    IF mc-programa NOT = "CONTRAPARTIDA"
                        IF ws-cuentas-count < 20
                            ADD 1 TO ws-cuentas-count
                            MOVE mc-programa
                END-IF
            END-IF.

       acumula-retenidas-dia.
      * las transacciones del dia retenidas o disputadas
      * (tr-estado-sw) siguen dentro de los totales de
      * totales_mensuales.dat; se restan del programa que las genero
      * y se listan una a una en asientos_retenidas_AAAAMMDD.log. Las
      * liberadas en el dia entran en el asiento de hoy aunque sean
      * de otro dia; como tr-estado-fecha no es clave se recorre el
      * maestro entero
            MOVE 0 TO ws-retenidas-count
            MOVE 0 TO ws-liberadas-count
            MOVE 0 TO ws-listadas-count
            MOVE 'N' TO ws-fin-maestro-sw
            MOVE SPACES TO ws-nombre-retenidas
            STRING "asientos_retenidas_" ws-fecha-export ".log"
                DELIMITED BY SIZE INTO ws-nombre-retenidas
            OPEN INPUT transaccion-maestro-file
            IF fs-transaccion-ok
                MOVE 'N' TO ws-hay-ordenes-sw
                OPEN INPUT ordenes-file
                IF fs-or-ok
                    SET ws-hay-ordenes TO TRUE
                END-IF
                PERFORM lee-transaccion-maestro UNTIL ws-fin-maestro
                CLOSE transaccion-maestro-file
                IF ws-hay-ordenes
                    CLOSE ordenes-file
                END-IF
                IF ws-listadas-count > 0
                    CLOSE retenidas-file
                END-IF
            END-IF.

       lee-transaccion-maestro.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-fin-maestro TO TRUE
                NOT AT END
      * las patas de un traspaso no estan en los totales
                    MOVE tr-descripcion TO ws-descripcion-traspaso
                    IF NOT ds-es-traspaso
                            OR ds-referencia IS NOT NUMERIC
                        PERFORM clasifica-transaccion
                    END-IF
            END-READ.

       clasifica-transaccion.
      * una del dia liberada en un dia posterior se exporta ese dia,
      * no este, aunque el asiento se vuelva a sacar despues
            IF tr-fecha = ws-fecha-export
                IF tr-fuera-liquidacion
                    PERFORM anota-retenida
                END-IF
                IF tr-liberada AND tr-estado-fecha IS NUMERIC
                        AND tr-estado-fecha > ws-fecha-export
                    PERFORM anota-retenida
                END-IF
            END-IF
            IF tr-liberada AND tr-estado-fecha IS NUMERIC
                    AND tr-estado-fecha = ws-fecha-export
                    AND tr-fecha < ws-fecha-export
                PERFORM anota-liberada
            END-IF.

       anota-retenida.
            ADD 1 TO ws-retenidas-count
            PERFORM programa-de-transaccion
            PERFORM busca-programa-acumulado
            IF ws-entrada-encontrada
                SUBTRACT tr-importe FROM ac-total(ws-acumulado-idx)
                MOVE "fuera" TO lr-asiento
            ELSE
                MOVE "sin linea" TO lr-asiento
            END-IF
            IF tr-disputada
                MOVE "disputada" TO lr-estado
            ELSE
                IF tr-liberada
                    MOVE "liberada" TO lr-estado
                ELSE
                    MOVE "retenida" TO lr-estado
                END-IF
            END-IF
            PERFORM graba-linea-retenida.

       anota-liberada.
            ADD 1 TO ws-liberadas-count
            MOVE "sin linea" TO lr-asiento
            PERFORM programa-de-transaccion
            IF ws-programa-transaccion NOT = SPACES
                PERFORM busca-programa-acumulado
                IF NOT ws-entrada-encontrada
                        AND ws-acumulado-count < 20
                    ADD 1 TO ws-acumulado-count
                    MOVE ws-acumulado-count TO ws-acumulado-idx
                    MOVE ws-programa-transaccion
                        TO ac-programa(ws-acumulado-idx)
                    MOVE 0 TO ac-total(ws-acumulado-idx)
                    SET ws-entrada-encontrada TO TRUE
                END-IF
                IF ws-entrada-encontrada
                    ADD tr-importe TO ac-total(ws-acumulado-idx)
                    MOVE "dentro" TO lr-asiento
                END-IF
            END-IF
            MOVE "liberada" TO lr-estado
            PERFORM graba-linea-retenida.

       graba-linea-retenida.
            IF ws-listadas-count = 0
                OPEN OUTPUT retenidas-file
            END-IF
            ADD 1 TO ws-listadas-count
            MOVE tr-numero-transaccion TO lr-numero
            MOVE tr-fecha TO lr-fecha
            IF tr-sucursal = SPACES
                MOVE "CASA" TO lr-sucursal
            ELSE
                MOVE tr-sucursal TO lr-sucursal
            END-IF
            MOVE tr-importe TO lr-importe
            MOVE tr-estado-fecha TO lr-estado-fecha
            MOVE ws-linea-retenida TO retenidas-rec
            WRITE retenidas-rec.

       programa-de-transaccion.
      * el programa de totales_mensuales.dat que sumo la transaccion
      * sale de la descripcion que pone cada uno en el maestro; una
      * orden permanente lleva la de la orden (rutinas_131). Lo que
      * trae un feed de sucursal (rutinas_26) no tiene linea de
      * totales y se queda en espacios: se lista como "sin linea"
            MOVE SPACES TO ws-programa-transaccion
            EVALUATE TRUE
                WHEN tr-descripcion(1:12) = "calculadora "
                    MOVE "calculadora" TO ws-programa-transaccion
                WHEN tr-descripcion(1:12) = "operaciones "
                    MOVE "operaciones" TO ws-programa-transaccion
                WHEN tr-descripcion(1:12) = "presupuesto "
                    MOVE "presupuesto" TO ws-programa-transaccion
                WHEN OTHER
                    PERFORM busca-orden-permanente
            END-EVALUATE.

       busca-orden-permanente.
            IF ws-hay-ordenes
                MOVE 'N' TO ws-fin-ordenes-sw
                MOVE LOW-VALUES TO or-codigo
                START ordenes-file KEY IS NOT LESS THAN or-codigo
                    INVALID KEY
                        SET ws-fin-ordenes TO TRUE
                END-START
                PERFORM lee-orden-permanente UNTIL ws-fin-ordenes
            END-IF.

       lee-orden-permanente.
            READ ordenes-file NEXT RECORD
                AT END
                    SET ws-fin-ordenes TO TRUE
                NOT AT END
                    IF or-descripcion = tr-descripcion
                            AND or-importe = tr-importe
                            AND or-sucursal = tr-sucursal
                        MOVE "orden-perm" TO ws-programa-transaccion
                        SET ws-fin-ordenes TO TRUE
                    END-IF
            END-READ.

       busca-programa-acumulado.
            MOVE 'N' TO ws-entrada-encontrada-sw
            MOVE 1 TO ws-acumulado-idx
            IF ws-programa-transaccion NOT = SPACES
                PERFORM compara-programa-acumulado
                    UNTIL ws-acumulado-idx > ws-acumulado-count
                       OR ws-entrada-encontrada
            END-IF.

       compara-programa-acumulado.
            IF ac-programa(ws-acumulado-idx) = ws-programa-transaccion
                SET ws-entrada-encontrada TO TRUE
            ELSE
                ADD 1 TO ws-acumulado-idx
            END-IF.

       busca-cuenta-programa.
            MOVE "99999999" TO ws-cuenta-hallada
            MOVE 1 TO ws-cuentas-idx
            END-IF.

       graba-linea-debe.
      * los importes del asiento son EUR: solo sale un dia que
      * rutinas_28 liquido en EUR, con las transacciones en divisa
      * ya convertidas al cargarlas
            PERFORM busca-cuenta-programa
            MOVE ws-fecha-export TO as-fecha
            MOVE ws-cuenta-hallada TO as-cuenta
