      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of activos.dat, the fixed-asset
      *     register (activo_fijo.cpy). Option 1 enters an asset
      *     with its cost, acquisition date, useful life in months,
      *     residual value, depreciation method (L straight-line,
      *     D declining balance) and its three ledger accounts;
      *     option 2 changes the description and accounts, and the
      *     life, residual value and method while nothing has been
      *     depreciated yet; option 3 records a disposal (date and
      *     proceeds, zero for a write-off), whose journal is
      *     written by the month-end depreciation run (rutinas_90);
      *     option 4 lists the register with net book values.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_89.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT activos-file ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS af-codigo
               FILE STATUS IS ws-af-status.

       DATA DIVISION.
       FILE SECTION.
       FD  activos-file.
       COPY activo_fijo.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-af-status==
                              ==:FS-PREFIJO:== BY ==fs-af==.
       01 ws-opcion pic x.
       01 ws-operador-id pic x(10).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-partes redefines ws-fecha-entrada.
           05 fe-aaaa pic 9(4).
           05 fe-mm   pic 9(2).
           05 fe-dd   pic 9(2).
       01 ws-importe-entrada pic x(9).
       01 ws-importe-num redefines ws-importe-entrada pic 9(7)v99.
       01 ws-vida-entrada pic x(3).
       01 ws-vida-num redefines ws-vida-entrada pic 9(3).
       01 ws-cuenta-entrada pic x(8).
       01 ws-periodo-baja pic 9(6).
       01 ws-valor-neto pic 9(7)v99.
       01 ws-importe-edit pic z(6)9.99.
       01 ws-acumulada-edit pic z(6)9.99.
       01 ws-neto-edit pic z(6)9.99.
       01 ws-activos-listados pic 9(5) value 0.
       01 ws-total-coste pic 9(9)v99 value 0.
       01 ws-total-neto pic 9(9)v99 value 0.
       01 ws-total-edit pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-activo
                WHEN "2"
                    PERFORM cambia-activo
                WHEN "3"
                    PERFORM baja-activo
                WHEN "4"
                    PERFORM lista-activos
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de activo  2) cambiar activo"
            DISPLAY "3) baja (venta o desecho)  4) listar  5) salir"
            ACCEPT ws-opcion.

       abre-registro.
            OPEN I-O activos-file
            IF fs-af-fichero-no-existe
                OPEN OUTPUT activos-file
                CLOSE activos-file
                OPEN I-O activos-file
            END-IF.

       lee-activo.
            MOVE 'N' TO ws-encontrado-sw
            READ activos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       pide-fecha.
      * devuelve ws-fecha-num; vuelve a preguntar hasta que la fecha
      * tenga forma de AAAAMMDD
            MOVE 'N' TO ws-valido-sw
            PERFORM pide-fecha-valor UNTIL ws-valido.

       pide-fecha-valor.
            DISPLAY "fecha (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada IS NUMERIC
                IF fe-mm > 0 AND fe-mm < 13 AND fe-dd > 0
                        AND fe-dd < 32
                    SET ws-valido TO TRUE
                END-IF
            END-IF
            IF NOT ws-valido
                DISPLAY "ERROR: fecha no valida"
            END-IF.

       pide-importe.
            MOVE 'N' TO ws-valido-sw
            PERFORM pide-importe-valor UNTIL ws-valido.

       pide-importe-valor.
            DISPLAY "importe (nueve digitos, dos decimales "
                    "implicitos): "
            ACCEPT ws-importe-entrada
            IF ws-importe-entrada IS NUMERIC
                SET ws-valido TO TRUE
            ELSE
                DISPLAY "ERROR: importe no valido"
            END-IF.

       pide-vida.
            MOVE 'N' TO ws-valido-sw
            PERFORM pide-vida-valor UNTIL ws-valido.

       pide-vida-valor.
            DISPLAY "vida util en meses (001-999): "
            ACCEPT ws-vida-entrada
            IF ws-vida-entrada IS NUMERIC AND ws-vida-num > 0
                MOVE ws-vida-num TO af-vida-meses
                SET ws-valido TO TRUE
            ELSE
                DISPLAY "ERROR: vida util no valida"
            END-IF.

       pide-metodo.
            MOVE 'N' TO ws-valido-sw
            PERFORM pide-metodo-valor UNTIL ws-valido.

       pide-metodo-valor.
            DISPLAY "metodo (L lineal, D degresivo): "
            ACCEPT af-metodo
            IF af-metodo-valido
                SET ws-valido TO TRUE
            ELSE
                DISPLAY "ERROR: metodo no valido"
            END-IF.

       pide-residual.
      * el valor residual no puede pasar del coste
            MOVE 'N' TO ws-valido-sw
            PERFORM pide-residual-valor UNTIL ws-valido.

       pide-residual-valor.
            DISPLAY "valor residual (nueve digitos, dos decimales "
                    "implicitos): "
            ACCEPT ws-importe-entrada
            IF ws-importe-entrada IS NUMERIC
                    AND ws-importe-num < af-coste
                MOVE ws-importe-num TO af-valor-residual
                SET ws-valido TO TRUE
            ELSE
                DISPLAY "ERROR: valor residual no valido o no menor "
                        "que el coste"
            END-IF.

       pide-cuentas.
            DISPLAY "cuenta del activo: "
            ACCEPT af-cuenta-activo
            DISPLAY "cuenta de amortizacion acumulada: "
            ACCEPT af-cuenta-amort
            DISPLAY "cuenta de gasto por amortizacion: "
            ACCEPT af-cuenta-gasto.

       alta-activo.
            DISPLAY "codigo del nuevo activo: "
            ACCEPT af-codigo
            PERFORM abre-registro
            PERFORM lee-activo
            IF ws-encontrado
                DISPLAY "ERROR: ya existe un activo con ese codigo"
            ELSE
                DISPLAY "descripcion: "
                ACCEPT af-descripcion
                DISPLAY "fecha de adquisicion"
                PERFORM pide-fecha
                MOVE ws-fecha-num TO af-fecha-adquisicion
                DISPLAY "coste de adquisicion"
                MOVE 'N' TO ws-valido-sw
                PERFORM pide-coste UNTIL ws-valido
                PERFORM pide-residual
                PERFORM pide-vida
                PERFORM pide-metodo
                PERFORM pide-cuentas
                MOVE 0 TO af-amort-acumulada
                MOVE 0 TO af-ultimo-periodo
                SET af-en-uso TO TRUE
                MOVE 0 TO af-fecha-baja
                MOVE 0 TO af-importe-baja
                SET af-baja-sin-contab TO TRUE
                MOVE ws-operador-id TO af-operador
                WRITE activo-fijo-rec
                DISPLAY "activo " af-codigo " dado de alta"
            END-IF
            CLOSE activos-file.

       pide-coste.
            PERFORM pide-importe-valor
            IF ws-valido
                IF ws-importe-num = 0
                    DISPLAY "ERROR: el coste no puede ser cero"
                    MOVE 'N' TO ws-valido-sw
                ELSE
                    MOVE ws-importe-num TO af-coste
                END-IF
            END-IF.

       cambia-activo.
            DISPLAY "codigo del activo: "
            ACCEPT af-codigo
            PERFORM abre-registro
            PERFORM lee-activo
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe un activo con ese codigo"
            ELSE
                DISPLAY af-descripcion " metodo " af-metodo " vida "
                        af-vida-meses " meses"
                DISPLAY "cuentas: " af-cuenta-activo " "
                        af-cuenta-amort " " af-cuenta-gasto
                DISPLAY "descripcion: "
                ACCEPT af-descripcion
                PERFORM pide-cuentas
      * con amortizacion ya cargada, cambiar la base del calculo
      * dejaria los meses anteriores con otro criterio
                IF af-amort-acumulada = 0
                    PERFORM pide-residual
                    PERFORM pide-vida
                    PERFORM pide-metodo
                ELSE
                    DISPLAY "aviso: el activo ya se ha amortizado, "
                            "vida, residual y metodo no se cambian"
                END-IF
                MOVE ws-operador-id TO af-operador
                REWRITE activo-fijo-rec
            END-IF
            CLOSE activos-file.

       baja-activo.
            DISPLAY "codigo del activo a dar de baja: "
            ACCEPT af-codigo
            PERFORM abre-registro
            PERFORM lee-activo
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe un activo con ese codigo"
            ELSE
                IF af-de-baja
                    DISPLAY "ERROR: el activo ya esta de baja desde "
                            af-fecha-baja
                ELSE
                    PERFORM registra-baja
                END-IF
            END-IF
            CLOSE activos-file.

       registra-baja.
      * la baja no puede caer en un mes anterior al ultimo ya
      * amortizado ni antes de la adquisicion
            DISPLAY "fecha de la baja"
            PERFORM pide-fecha
            MOVE ws-fecha-num(1:6) TO ws-periodo-baja
            IF ws-fecha-num < af-fecha-adquisicion
                DISPLAY "ERROR: la baja es anterior a la adquisicion"
            ELSE
                IF ws-periodo-baja < af-ultimo-periodo
                    DISPLAY "ERROR: el activo ya esta amortizado hasta "
                            af-ultimo-periodo ", la baja no puede ser "
                            "anterior"
                ELSE
                    MOVE ws-fecha-num TO af-fecha-baja
                    DISPLAY "importe obtenido (cero si se desecha)"
                    PERFORM pide-importe
                    MOVE ws-importe-num TO af-importe-baja
                    SET af-de-baja TO TRUE
                    SET af-baja-sin-contab TO TRUE
                    MOVE ws-operador-id TO af-operador
                    REWRITE activo-fijo-rec
                    DISPLAY "baja registrada; el asiento sale con la "
                            "amortizacion de " ws-periodo-baja
                END-IF
            END-IF.

       lista-activos.
            MOVE 'N' TO ws-lista-eof-sw
            MOVE 0 TO ws-activos-listados
            MOVE 0 TO ws-total-coste
            MOVE 0 TO ws-total-neto
            OPEN INPUT activos-file
            IF NOT fs-af-ok
                DISPLAY "aviso: no se encontro activos.dat, no hay "
                        "nada que listar"
            ELSE
                MOVE LOW-VALUES TO af-codigo
                START activos-file KEY IS NOT LESS THAN af-codigo
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-activo UNTIL ws-lista-eof
                CLOSE activos-file
                MOVE ws-total-coste TO ws-total-edit
                DISPLAY ws-activos-listados " activos, coste "
                        ws-total-edit
                MOVE ws-total-neto TO ws-total-edit
                DISPLAY "valor neto contable en uso " ws-total-edit
            END-IF.

       lista-siguiente-activo.
            READ activos-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-activos-listados
                    COMPUTE ws-valor-neto =
                        af-coste - af-amort-acumulada
                    MOVE af-coste TO ws-importe-edit
                    MOVE af-amort-acumulada TO ws-acumulada-edit
                    MOVE ws-valor-neto TO ws-neto-edit
                    IF af-de-baja
                        DISPLAY af-codigo " " af-descripcion " "
                                ws-importe-edit " " ws-acumulada-edit
                                " " ws-neto-edit " BAJA "
                                af-fecha-baja
                    ELSE
                        ADD af-coste TO ws-total-coste
                        ADD ws-valor-neto TO ws-total-neto
                        DISPLAY af-codigo " " af-descripcion " "
                                ws-importe-edit " " ws-acumulada-edit
                                " " ws-neto-edit " hasta "
                                af-ultimo-periodo
                    END-IF
            END-READ.

       END PROGRAM rutinas_89.
