      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: weekly cross-file referential integrity
      *     sweep. Each maintenance program checks its own fields,
      *     but nothing checked that the files agree with each
      *     other; this one reads every file that points into
      *     another master and looks each reference up by key:
      *     departments (employees, project cost centres), customers
      *     (quotes, invoices, receipts), articles (quote and
      *     invoice lines, stock, stock movements), suppliers
      *     (supplier invoices), operators (operadores.log sign-ons,
      *     both ends of every approval request), branches
      *     (transactions, standing orders, plus the transaction
      *     branches that never sent a feed), projects
      *     (transactions) and ledger accounts (fixed assets). Each
      *     orphan key is listed once per relationship with the
      *     times it is referenced and the first record that does,
      *     in integridad_referencial_AAAAMMDD.log. RETURN-CODE 4
      *     when orphans are found, 8 when a master could not be
      *     opened and its relationships went unchecked; the program
      *     makes sure catalogo_retornos.dat carries its three codes
      *     under the job step name "integridad", so the nightly
      *     summary (rutinas_16) can explain them.
      *   - references to orphan keys beyond the 1000-key listing are
      *     now counted and reported on the total line instead of being
      *     dropped; the run still ends with code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_138.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fichero-file ASSIGN DYNAMIC ws-nombre-fichero
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fichero-status.
           SELECT departamento-file ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.
           SELECT proveedores-file ASSIGN TO "proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pv-codigo
               FILE STATUS IS ws-pv-status.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
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
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pj-codigo
               FILE STATUS IS ws-pj-status.
           SELECT plan-file ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cu-cuenta
               FILE STATUS IS ws-cu-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT stock-file ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS st-codigo
               FILE STATUS IS ws-st-status.
           SELECT facturas-prov-file ASSIGN TO "facturas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fp-clave
               FILE STATUS IS ws-fp-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transmaestro-status.
           SELECT ordenes-file ASSIGN TO "ordenes_permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS or-codigo
               FILE STATUS IS ws-or-status.
           SELECT activos-file ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS af-codigo
               FILE STATUS IS ws-af-status.
           SELECT retornos-file ASSIGN TO "catalogo_retornos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-retornos-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fichero-file.
       01  fichero-rec pic x(150).

       FD  departamento-file.
       COPY departamento.

       FD  clientes-file.
       COPY cliente.

       FD  articulos-file.
       COPY articulo.

       FD  proveedores-file.
       COPY proveedor.

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  sucursales-file.
       COPY sucursal.

       FD  feeds-file.
       COPY feed_recibido.

       FD  proyectos-file.
       COPY proyecto.

       FD  plan-file.
       COPY plan_cuenta.

       FD  empleados-file.
       COPY empleado.

       FD  stock-file.
       COPY stock.

       FD  facturas-prov-file.
       COPY factura_proveedor.

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  ordenes-file.
       COPY orden_permanente.

       FD  activos-file.
       COPY activo_fijo.

       FD  retornos-file.
       01  retornos-rec pic x(48).

       FD  informe-file.
       01  informe-rec pic x(132).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fichero-status==
                              ==:FS-PREFIJO:== BY ==fs-fichero==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pv-status==
                              ==:FS-PREFIJO:== BY ==fs-pv==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-su-status==
                              ==:FS-PREFIJO:== BY ==fs-su==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fr-status==
                              ==:FS-PREFIJO:== BY ==fs-fr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pj-status==
                              ==:FS-PREFIJO:== BY ==fs-pj==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cu-status==
                              ==:FS-PREFIJO:== BY ==fs-cu==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-st-status==
                              ==:FS-PREFIJO:== BY ==fs-st==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fp-status==
                              ==:FS-PREFIJO:== BY ==fs-fp==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transmaestro-status==
                     ==:FS-PREFIJO:== BY ==fs-transmaestro==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-or-status==
                              ==:FS-PREFIJO:== BY ==fs-or==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-af-status==
                              ==:FS-PREFIJO:== BY ==fs-af==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-retornos-status==
                              ==:FS-PREFIJO:== BY ==fs-retornos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY presupuesto_registro.
       COPY factura.
       COPY cobro.
       COPY movimiento_stock.
       COPY operador.
       COPY retorno.
       01 ws-nombre-fichero pic x(40).
       01 ws-nombre-informe pic x(50).
       01 ws-fecha-hoy pic 9(8).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-existe-sw pic x value 'N'.
           88 ws-existe value 'Y'.
       01 ws-hallado-sw pic x value 'N'.
           88 ws-hallado value 'Y'.
      * referencias a claves huerfanas que ya no caben en la tabla:
      * no se listan, pero se cuentan y el total del informe lo dice
       01 ws-huerfanos-omitidos pic 9(7) value 0.
      * maestros abiertos: un maestro que no se pudo abrir deja sus
      * relaciones sin comprobar (codigo 8), no llenas de huerfanos
       01 ws-maestros-abiertos.
           05 ws-dp-abierto-sw pic x value 'N'.
               88 ws-dp-abierto value 'S'.
           05 ws-cl-abierto-sw pic x value 'N'.
               88 ws-cl-abierto value 'S'.
           05 ws-ar-abierto-sw pic x value 'N'.
               88 ws-ar-abierto value 'S'.
           05 ws-pv-abierto-sw pic x value 'N'.
               88 ws-pv-abierto value 'S'.
           05 ws-om-abierto-sw pic x value 'N'.
               88 ws-om-abierto value 'S'.
           05 ws-su-abierto-sw pic x value 'N'.
               88 ws-su-abierto value 'S'.
           05 ws-fr-abierto-sw pic x value 'N'.
               88 ws-fr-abierto value 'S'.
           05 ws-pj-abierto-sw pic x value 'N'.
               88 ws-pj-abierto value 'S'.
           05 ws-cu-abierto-sw pic x value 'N'.
               88 ws-cu-abierto value 'S'.
      * relaciones comprobadas, en el orden del informe
       01 ws-relaciones-nombres.
           05 filler pic x(60) value
               "empleados.dat emp-depto -> departamentos.dat".
           05 filler pic x(60) value
               "proyectos.dat pj-centro-coste -> departamentos.dat".
           05 filler pic x(60) value
               "presupuestos.dat ph-cliente -> clientes.dat".
           05 filler pic x(60) value
               "facturas.dat fh-cliente -> clientes.dat".
           05 filler pic x(60) value
               "cobros.dat co-cliente -> clientes.dat".
           05 filler pic x(60) value
               "presupuestos.dat pd-codigo -> articulos.dat".
           05 filler pic x(60) value
               "facturas.dat fd-codigo -> articulos.dat".
           05 filler pic x(60) value
               "stock.dat st-codigo -> articulos.dat".
           05 filler pic x(60) value
               "stock_movimientos.dat ms-codigo -> articulos.dat".
           05 filler pic x(60) value
               "facturas_proveedor.dat fp-proveedor -> proveedores.dat".
           05 filler pic x(60) value
               "operadores.log op-id -> operadores_maestro.dat".
           05 filler pic x(60) value
               "aprobaciones.dat solicita/aprueba -> operadores".
           05 filler pic x(60) value
               "transacciones.dat tr-sucursal -> sucursales.dat".
           05 filler pic x(60) value
               "transacciones.dat tr-sucursal -> feeds_recibidos.dat".
           05 filler pic x(60) value
               "ordenes_permanentes.dat or-sucursal -> sucursales.dat".
           05 filler pic x(60) value
               "transacciones.dat tr-proyecto -> proyectos.dat".
           05 filler pic x(60) value
               "activos.dat af-cuenta-* -> plan_cuentas.dat".
       01 ws-relaciones-tabla redefines ws-relaciones-nombres.
           05 ws-relacion-nombre occurs 17 times pic x(60).
       01 ws-relaciones-estado.
           05 ws-relacion-entrada occurs 17 times.
               10 re-estado-sw pic x(1) value 'N'.
                   88 re-sin-datos   value 'N'.
                   88 re-comprobada  value 'C'.
                   88 re-sin-maestro value 'M'.
               10 re-referencias pic 9(7) value 0.
               10 re-huerfanos   pic 9(5) value 0.
       01 ws-relacion pic 9(2).
       01 ws-clave pic x(10).
       01 ws-ejemplo pic x(24).
      * huerfanos: una entrada por relacion y clave, con las veces
      * que se referencia y el primer registro que lo hace
       01 ws-huerfanos-count pic 9(4) value 0.
       01 ws-huerfanos-tabla.
           05 ws-huerfano occurs 1000 times.
               10 hu-relacion pic 9(2).
               10 hu-clave    pic x(10).
               10 hu-veces    pic 9(5).
               10 hu-ejemplo  pic x(24).
       01 ws-hu-idx pic 9(4).
       01 ws-total-huerfanos pic 9(5) value 0.
       01 ws-retcode pic 9(2) value 0.
       01 ws-retornos-vistos.
           05 ws-retorno-visto occurs 3 times pic x(1).
       01 ws-ret-idx pic 9(1).
       01 ws-cuenta-idx pic 9(1).
       01 ws-cabecera-informe.
           05 filler pic x(37) value
               "INTEGRIDAD REFERENCIAL ENTRE FICHEROS".
           05 filler pic x(3) value " - ".
           05 ci-fecha pic 9(8).
       01 ws-linea-relacion.
           05 filler      pic x(10) value "RELACION ".
           05 lr-numero   pic z9.
           05 filler      pic x(2) value ": ".
           05 lr-nombre   pic x(60).
       01 ws-linea-resultado.
           05 filler      pic x(3) value spaces.
           05 lr-texto    pic x(12).
           05 lr-referencias pic zzzzzz9.
           05 filler      pic x(18) value " referencias, con ".
           05 lr-huerfanos pic zzzz9.
           05 filler      pic x(17) value " claves huerfanas".
       01 ws-titulos-huerfanos.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value "CLAVE".
           05 filler pic x(6) value " VECES".
           05 filler pic x(30) value "  PRIMER REGISTRO QUE LA USA".
       01 ws-linea-huerfano.
           05 filler      pic x(3) value spaces.
           05 lh-clave    pic x(10).
           05 filler      pic x(1) value space.
           05 lh-veces    pic zzzz9.
           05 filler      pic x(2) value spaces.
           05 lh-ejemplo  pic x(24).
       01 ws-linea-total.
           05 filler      pic x(22) value "TOTAL CLAVES HUERFANAS".
           05 filler      pic x(1) value space.
           05 lt-total    pic zzzz9.
           05 filler      pic x(16) value "  CODIGO RETORNO".
           05 filler      pic x(1) value space.
           05 lt-retcode  pic 99.
       01 ws-linea-omitidos.
           05 filler      pic x(42)
               value "REFERENCIAS HUERFANAS FUERA DEL LISTADO: ".
           05 lo-omitidos pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM registra-retornos
            PERFORM abre-maestros

            PERFORM comprueba-empleados
            PERFORM comprueba-proyectos
            PERFORM comprueba-presupuestos
            PERFORM comprueba-facturas
            PERFORM comprueba-cobros
            PERFORM comprueba-stock
            PERFORM comprueba-movimientos-stock
            PERFORM comprueba-facturas-proveedor
            PERFORM comprueba-operadores-log
            PERFORM comprueba-aprobaciones
            PERFORM comprueba-transacciones
            PERFORM comprueba-ordenes
            PERFORM comprueba-activos

            PERFORM cierra-maestros

            IF ws-total-huerfanos > 0
                MOVE 4 TO ws-retcode
            END-IF
            PERFORM revisa-sin-maestro
                VARYING ws-relacion FROM 1 BY 1
                UNTIL ws-relacion > 17
            PERFORM graba-informe
            DISPLAY "claves huerfanas: " ws-total-huerfanos
                    ", informe en " ws-nombre-informe
            IF ws-huerfanos-omitidos > 0
                DISPLAY "aviso: " ws-huerfanos-omitidos " referencias "
                        "huerfanas mas no caben en el listado"
            END-IF
            MOVE ws-retcode TO RETURN-CODE
            STOP RUN.

       registra-retornos.
      * el resumen nocturno traduce el codigo por el nombre del
      * paso del job; si el catalogo aun no tiene los de este paso,
      * se anaden aqui para que nunca salgan sin catalogar
            MOVE 'N' TO ws-retorno-visto(1)
            MOVE 'N' TO ws-retorno-visto(2)
            MOVE 'N' TO ws-retorno-visto(3)
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT retornos-file
            IF fs-retornos-ok
                PERFORM lee-retorno UNTIL ws-eof
                CLOSE retornos-file
                OPEN EXTEND retornos-file
            ELSE
                OPEN OUTPUT retornos-file
            END-IF
            IF ws-retorno-visto(1) = 'N'
                MOVE 0 TO rt-codigo
                MOVE 'I' TO rt-severidad
                MOVE "sin huerfanos entre ficheros" TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            IF ws-retorno-visto(2) = 'N'
                MOVE 4 TO rt-codigo
                MOVE 'A' TO rt-severidad
                MOVE "HUERFANOS entre ficheros" TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            IF ws-retorno-visto(3) = 'N'
                MOVE 8 TO rt-codigo
                MOVE 'C' TO rt-severidad
                MOVE "maestro sin abrir, sin revisar"
                    TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            CLOSE retornos-file.

       lee-retorno.
            READ retornos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE retornos-rec TO ws-retorno-linea
                    IF rt-programa = "integridad"
                        EVALUATE rt-codigo
                            WHEN 0
                                MOVE 'S' TO ws-retorno-visto(1)
                            WHEN 4
                                MOVE 'S' TO ws-retorno-visto(2)
                            WHEN 8
                                MOVE 'S' TO ws-retorno-visto(3)
                        END-EVALUATE
                    END-IF
            END-READ.

       graba-retorno.
            MOVE "integridad" TO rt-programa
            MOVE ws-retorno-linea TO retornos-rec
            WRITE retornos-rec.

       abre-maestros.
            OPEN INPUT departamento-file
            IF fs-dp-ok
                SET ws-dp-abierto TO TRUE
            END-IF
            OPEN INPUT clientes-file
            IF fs-cl-ok
                SET ws-cl-abierto TO TRUE
            END-IF
            OPEN INPUT articulos-file
            IF fs-ar-ok
                SET ws-ar-abierto TO TRUE
            END-IF
            OPEN INPUT proveedores-file
            IF fs-pv-ok
                SET ws-pv-abierto TO TRUE
            END-IF
            OPEN INPUT operador-maestro-file
            IF fs-om-ok
                SET ws-om-abierto TO TRUE
            END-IF
            OPEN INPUT sucursales-file
            IF fs-su-ok
                SET ws-su-abierto TO TRUE
            END-IF
            OPEN INPUT feeds-file
            IF fs-fr-ok
                SET ws-fr-abierto TO TRUE
            END-IF
            OPEN INPUT proyectos-file
            IF fs-pj-ok
                SET ws-pj-abierto TO TRUE
            END-IF
            OPEN INPUT plan-file
            IF fs-cu-ok
                SET ws-cu-abierto TO TRUE
            END-IF.

       cierra-maestros.
            IF ws-dp-abierto
                CLOSE departamento-file
            END-IF
            IF ws-cl-abierto
                CLOSE clientes-file
            END-IF
            IF ws-ar-abierto
                CLOSE articulos-file
            END-IF
            IF ws-pv-abierto
                CLOSE proveedores-file
            END-IF
            IF ws-om-abierto
                CLOSE operador-maestro-file
            END-IF
            IF ws-su-abierto
                CLOSE sucursales-file
            END-IF
            IF ws-fr-abierto
                CLOSE feeds-file
            END-IF
            IF ws-pj-abierto
                CLOSE proyectos-file
            END-IF
            IF ws-cu-abierto
                CLOSE plan-file
            END-IF.

      * registra-referencia: ws-relacion y ws-clave ya cargados y el
      * maestro ya consultado (ws-existe-sw); cuenta la referencia y,
      * si no existe, anota la clave huerfana
       registra-referencia.
            ADD 1 TO re-referencias(ws-relacion)
            IF NOT ws-existe
                PERFORM anota-huerfano
            END-IF.

       anota-huerfano.
            MOVE 'N' TO ws-hallado-sw
            PERFORM busca-huerfano
                VARYING ws-hu-idx FROM 1 BY 1
                UNTIL ws-hu-idx > ws-huerfanos-count OR ws-hallado
            IF NOT ws-hallado
                IF ws-huerfanos-count < 1000
                    ADD 1 TO ws-huerfanos-count
                    MOVE ws-relacion TO hu-relacion(ws-huerfanos-count)
                    MOVE ws-clave TO hu-clave(ws-huerfanos-count)
                    MOVE 1 TO hu-veces(ws-huerfanos-count)
                    MOVE ws-ejemplo TO hu-ejemplo(ws-huerfanos-count)
                    ADD 1 TO re-huerfanos(ws-relacion)
                    ADD 1 TO ws-total-huerfanos
                ELSE
                    ADD 1 TO ws-huerfanos-omitidos
                END-IF
            END-IF.

       busca-huerfano.
            IF hu-relacion(ws-hu-idx) = ws-relacion
                    AND hu-clave(ws-hu-idx) = ws-clave
                ADD 1 TO hu-veces(ws-hu-idx)
                SET ws-hallado TO TRUE
            END-IF.

      * consultas a los maestros por clave
       existe-departamento.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO dp-codigo
            READ departamento-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

       existe-cliente.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO cl-codigo
            READ clientes-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

       existe-articulo.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO ar-codigo
            READ articulos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

       existe-proveedor.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO pv-codigo
            READ proveedores-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

       existe-operador.
      * "BATCH" es el identificador de servicio reservado del job
      * nocturno y no se da de alta en el maestro
            MOVE 'N' TO ws-existe-sw
            IF ws-clave = "BATCH"
                SET ws-existe TO TRUE
            ELSE
                MOVE ws-clave TO om-id
                READ operador-maestro-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ws-existe TO TRUE
                END-READ
            END-IF.

       existe-sucursal.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO su-codigo
            READ sucursales-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

       existe-feed.
      * algun feed recibido de la sucursal, de cualquier fecha
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO fr-sucursal
            MOVE 0 TO fr-fecha
            START feeds-file KEY IS NOT LESS THAN fr-clave
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ feeds-file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF fr-sucursal = ws-clave(1:4)
                                SET ws-existe TO TRUE
                            END-IF
                    END-READ
            END-START.

       existe-proyecto.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO pj-codigo
            READ proyectos-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

       existe-cuenta.
            MOVE 'N' TO ws-existe-sw
            MOVE ws-clave TO cu-cuenta
            READ plan-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-existe TO TRUE
            END-READ.

      * 1 empleados -> departamentos
       comprueba-empleados.
            OPEN INPUT empleados-file
            IF fs-emp-ok
                IF ws-dp-abierto
                    SET re-comprobada(1) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-empleado UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(1) TO TRUE
                END-IF
                CLOSE empleados-file
            END-IF.

       lee-empleado.
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF emp-depto NOT = SPACES
                        MOVE 1 TO ws-relacion
                        MOVE emp-depto TO ws-clave
                        MOVE SPACES TO ws-ejemplo
                        STRING "empleado " emp-id
                            DELIMITED BY SIZE INTO ws-ejemplo
                        PERFORM existe-departamento
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 2 proyectos -> departamentos (centro de coste); se lee
      * antes de consultar proyectos.dat por clave desde las
      * transacciones
       comprueba-proyectos.
            IF ws-pj-abierto
                IF ws-dp-abierto
                    SET re-comprobada(2) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-proyecto UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(2) TO TRUE
                END-IF
            END-IF.

       lee-proyecto.
            READ proyectos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF pj-centro-coste NOT = SPACES
                        MOVE 2 TO ws-relacion
                        MOVE pj-centro-coste TO ws-clave
                        MOVE SPACES TO ws-ejemplo
                        STRING "proyecto " pj-codigo
                            DELIMITED BY SIZE INTO ws-ejemplo
                        PERFORM existe-departamento
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 3 y 6 presupuestos -> clientes (cabecera) y articulos
      * (detalle); un detalle anterior a pd-codigo llega en blanco
       comprueba-presupuestos.
            MOVE "presupuestos.dat" TO ws-nombre-fichero
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                IF ws-cl-abierto
                    SET re-comprobada(3) TO TRUE
                ELSE
                    SET re-sin-maestro(3) TO TRUE
                END-IF
                IF ws-ar-abierto
                    SET re-comprobada(6) TO TRUE
                ELSE
                    SET re-sin-maestro(6) TO TRUE
                END-IF
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-presupuesto UNTIL ws-eof
                CLOSE fichero-file
            END-IF.

       lee-presupuesto.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec(1:60) TO ws-pres-linea
                    MOVE SPACES TO ws-ejemplo
                    STRING "presupuesto " pr-numero
                        DELIMITED BY SIZE INTO ws-ejemplo
                    IF pr-cabecera AND ph-cliente NOT = SPACES
                            AND ws-cl-abierto
                        MOVE 3 TO ws-relacion
                        MOVE ph-cliente TO ws-clave
                        PERFORM existe-cliente
                        PERFORM registra-referencia
                    END-IF
                    IF pr-detalle AND pd-codigo NOT = SPACES
                            AND ws-ar-abierto
                        MOVE 6 TO ws-relacion
                        MOVE pd-codigo TO ws-clave
                        PERFORM existe-articulo
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 4 y 7 facturas -> clientes (cabecera) y articulos (detalle)
       comprueba-facturas.
            MOVE "facturas.dat" TO ws-nombre-fichero
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                IF ws-cl-abierto
                    SET re-comprobada(4) TO TRUE
                ELSE
                    SET re-sin-maestro(4) TO TRUE
                END-IF
                IF ws-ar-abierto
                    SET re-comprobada(7) TO TRUE
                ELSE
                    SET re-sin-maestro(7) TO TRUE
                END-IF
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-factura UNTIL ws-eof
                CLOSE fichero-file
            END-IF.

       lee-factura.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec TO ws-fact-linea
                    MOVE SPACES TO ws-ejemplo
                    STRING "factura " fa-numero
                        DELIMITED BY SIZE INTO ws-ejemplo
                    IF fa-cabecera AND fh-cliente NOT = SPACES
                            AND ws-cl-abierto
                        MOVE 4 TO ws-relacion
                        MOVE fh-cliente TO ws-clave
                        PERFORM existe-cliente
                        PERFORM registra-referencia
                    END-IF
                    IF fa-detalle AND fd-codigo NOT = SPACES
                            AND ws-ar-abierto
                        MOVE 7 TO ws-relacion
                        MOVE fd-codigo TO ws-clave
                        PERFORM existe-articulo
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 5 cobros -> clientes
       comprueba-cobros.
            MOVE "cobros.dat" TO ws-nombre-fichero
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                IF ws-cl-abierto
                    SET re-comprobada(5) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-cobro UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(5) TO TRUE
                END-IF
                CLOSE fichero-file
            END-IF.

       lee-cobro.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec(1:60) TO ws-cobro-linea
                    IF co-cliente NOT = SPACES
                        MOVE 5 TO ws-relacion
                        MOVE co-cliente TO ws-clave
                        MOVE SPACES TO ws-ejemplo
                        STRING "cobro " co-id
                            DELIMITED BY SIZE INTO ws-ejemplo
                        PERFORM existe-cliente
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 8 stock -> articulos
       comprueba-stock.
            OPEN INPUT stock-file
            IF fs-st-ok
                IF ws-ar-abierto
                    SET re-comprobada(8) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-stock UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(8) TO TRUE
                END-IF
                CLOSE stock-file
            END-IF.

       lee-stock.
            READ stock-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE 8 TO ws-relacion
                    MOVE st-codigo TO ws-clave
                    MOVE SPACES TO ws-ejemplo
                    STRING "stock " st-codigo
                        DELIMITED BY SIZE INTO ws-ejemplo
                    PERFORM existe-articulo
                    PERFORM registra-referencia
            END-READ.

      * 9 movimientos de stock -> articulos
       comprueba-movimientos-stock.
            MOVE "stock_movimientos.dat" TO ws-nombre-fichero
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                IF ws-ar-abierto
                    SET re-comprobada(9) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-movimiento-stock UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(9) TO TRUE
                END-IF
                CLOSE fichero-file
            END-IF.

       lee-movimiento-stock.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec(1:60) TO ws-movstock-linea
                    IF ms-codigo NOT = SPACES
                        MOVE 9 TO ws-relacion
                        MOVE ms-codigo TO ws-clave
                        MOVE SPACES TO ws-ejemplo
                        STRING "mov " ms-fecha "-" ms-hora
                            DELIMITED BY SIZE INTO ws-ejemplo
                        PERFORM existe-articulo
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 10 facturas de proveedor -> proveedores
       comprueba-facturas-proveedor.
            OPEN INPUT facturas-prov-file
            IF fs-fp-ok
                IF ws-pv-abierto
                    SET re-comprobada(10) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-factura-proveedor UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(10) TO TRUE
                END-IF
                CLOSE facturas-prov-file
            END-IF.

       lee-factura-proveedor.
            READ facturas-prov-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE 10 TO ws-relacion
                    MOVE fp-proveedor TO ws-clave
                    MOVE fp-factura TO ws-ejemplo
                    PERFORM existe-proveedor
                    PERFORM registra-referencia
            END-READ.

      * 11 firmas de operadores.log -> operadores_maestro
       comprueba-operadores-log.
            MOVE "operadores.log" TO ws-nombre-fichero
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                IF ws-om-abierto
                    SET re-comprobada(11) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-operador-log UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(11) TO TRUE
                END-IF
                CLOSE fichero-file
            END-IF.

       lee-operador-log.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec(1:54) TO ws-operador-linea
                    IF op-id NOT = SPACES
                        MOVE 11 TO ws-relacion
                        MOVE op-id TO ws-clave
                        MOVE SPACES TO ws-ejemplo
                        STRING "firma " op-fecha "-" op-hora
                            DELIMITED BY SIZE INTO ws-ejemplo
                        PERFORM existe-operador
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 12 solicitante y aprobador de aprobaciones.dat ->
      * operadores_maestro; una solicitud pendiente aun no tiene
      * aprobador
       comprueba-aprobaciones.
            OPEN INPUT aprobaciones-file
            IF fs-aprobaciones-ok
                IF ws-om-abierto
                    SET re-comprobada(12) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-aprobacion UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(12) TO TRUE
                END-IF
                CLOSE aprobaciones-file
            END-IF.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE 12 TO ws-relacion
                    MOVE SPACES TO ws-ejemplo
                    STRING "solicitud " apr-id
                        DELIMITED BY SIZE INTO ws-ejemplo
                    IF apr-solicita NOT = SPACES
                        MOVE apr-solicita TO ws-clave
                        PERFORM existe-operador
                        PERFORM registra-referencia
                    END-IF
                    IF apr-aprueba NOT = SPACES
                        MOVE apr-aprueba TO ws-clave
                        PERFORM existe-operador
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 13, 14 y 16 transacciones -> sucursales, feeds recibidos y
      * proyectos; los apuntes de calculadora y operaciones no
      * llevan sucursal ni proyecto
       comprueba-transacciones.
            OPEN INPUT transaccion-maestro-file
            IF fs-transmaestro-ok
                IF ws-su-abierto
                    SET re-comprobada(13) TO TRUE
                ELSE
                    SET re-sin-maestro(13) TO TRUE
                END-IF
                IF ws-fr-abierto
                    SET re-comprobada(14) TO TRUE
                ELSE
                    SET re-sin-maestro(14) TO TRUE
                END-IF
                IF ws-pj-abierto
                    SET re-comprobada(16) TO TRUE
                ELSE
                    SET re-sin-maestro(16) TO TRUE
                END-IF
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-transaccion UNTIL ws-eof
                CLOSE transaccion-maestro-file
            END-IF.

       lee-transaccion.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE SPACES TO ws-ejemplo
                    STRING "transaccion " tr-numero-transaccion
                        DELIMITED BY SIZE INTO ws-ejemplo
                    IF tr-sucursal NOT = SPACES
                        MOVE tr-sucursal TO ws-clave
                        IF ws-su-abierto
                            MOVE 13 TO ws-relacion
                            PERFORM existe-sucursal
                            PERFORM registra-referencia
                        END-IF
                        IF ws-fr-abierto
                            MOVE 14 TO ws-relacion
                            PERFORM existe-feed
                            PERFORM registra-referencia
                        END-IF
                    END-IF
                    IF tr-proyecto NOT = SPACES AND ws-pj-abierto
                        MOVE 16 TO ws-relacion
                        MOVE tr-proyecto TO ws-clave
                        PERFORM existe-proyecto
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 15 ordenes permanentes -> sucursales
       comprueba-ordenes.
            OPEN INPUT ordenes-file
            IF fs-or-ok
                IF ws-su-abierto
                    SET re-comprobada(15) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-orden UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(15) TO TRUE
                END-IF
                CLOSE ordenes-file
            END-IF.

       lee-orden.
            READ ordenes-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF or-sucursal NOT = SPACES
                        MOVE 15 TO ws-relacion
                        MOVE or-sucursal TO ws-clave
                        MOVE SPACES TO ws-ejemplo
                        STRING "orden " or-codigo
                            DELIMITED BY SIZE INTO ws-ejemplo
                        PERFORM existe-sucursal
                        PERFORM registra-referencia
                    END-IF
            END-READ.

      * 17 activos -> plan de cuentas (activo, amortizacion y gasto)
       comprueba-activos.
            OPEN INPUT activos-file
            IF fs-af-ok
                IF ws-cu-abierto
                    SET re-comprobada(17) TO TRUE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lee-activo UNTIL ws-eof
                ELSE
                    SET re-sin-maestro(17) TO TRUE
                END-IF
                CLOSE activos-file
            END-IF.

       lee-activo.
            READ activos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE 17 TO ws-relacion
                    MOVE SPACES TO ws-ejemplo
                    STRING "activo " af-codigo
                        DELIMITED BY SIZE INTO ws-ejemplo
                    PERFORM comprueba-cuenta-activo
                        VARYING ws-cuenta-idx FROM 1 BY 1
                        UNTIL ws-cuenta-idx > 3
            END-READ.

       comprueba-cuenta-activo.
            EVALUATE ws-cuenta-idx
                WHEN 1
                    MOVE af-cuenta-activo TO ws-clave
                WHEN 2
                    MOVE af-cuenta-amort TO ws-clave
                WHEN OTHER
                    MOVE af-cuenta-gasto TO ws-clave
            END-EVALUATE
            IF ws-clave NOT = SPACES
                PERFORM existe-cuenta
                PERFORM registra-referencia
            END-IF.

       graba-informe.
            MOVE SPACES TO ws-nombre-informe
            STRING "integridad_referencial_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO ci-fecha
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            PERFORM graba-relacion
                VARYING ws-relacion FROM 1 BY 1
                UNTIL ws-relacion > 17
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-total-huerfanos TO lt-total
            MOVE ws-retcode TO lt-retcode
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            IF ws-huerfanos-omitidos > 0
                MOVE ws-huerfanos-omitidos TO lo-omitidos
                MOVE ws-linea-omitidos TO informe-rec
                WRITE informe-rec
            END-IF
            CLOSE informe-file.

       revisa-sin-maestro.
            IF re-sin-maestro(ws-relacion)
                MOVE 8 TO ws-retcode
            END-IF.

       graba-relacion.
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-relacion TO lr-numero
            MOVE ws-relacion-nombre(ws-relacion) TO lr-nombre
            MOVE ws-linea-relacion TO informe-rec
            WRITE informe-rec
            EVALUATE TRUE
                WHEN re-sin-maestro(ws-relacion)
                    MOVE SPACES TO informe-rec
                    MOVE "   NO COMPROBADA: no se pudo abrir el maestro"
                        TO informe-rec
                    WRITE informe-rec
                WHEN re-sin-datos(ws-relacion)
                    MOVE SPACES TO informe-rec
                    MOVE "   sin datos: el fichero no existe"
                        TO informe-rec
                    WRITE informe-rec
                WHEN OTHER
                    MOVE "comprobada:" TO lr-texto
                    MOVE re-referencias(ws-relacion) TO lr-referencias
                    MOVE re-huerfanos(ws-relacion) TO lr-huerfanos
                    MOVE ws-linea-resultado TO informe-rec
                    WRITE informe-rec
                    IF re-huerfanos(ws-relacion) > 0
                        MOVE ws-titulos-huerfanos TO informe-rec
                        WRITE informe-rec
                        PERFORM graba-huerfano
                            VARYING ws-hu-idx FROM 1 BY 1
                            UNTIL ws-hu-idx > ws-huerfanos-count
                    END-IF
            END-EVALUATE.

       graba-huerfano.
            IF hu-relacion(ws-hu-idx) = ws-relacion
                MOVE hu-clave(ws-hu-idx) TO lh-clave
                MOVE hu-veces(ws-hu-idx) TO lh-veces
                MOVE hu-ejemplo(ws-hu-idx) TO lh-ejemplo
                MOVE ws-linea-huerfano TO informe-rec
                WRITE informe-rec
            END-IF.

       END PROGRAM rutinas_138.
