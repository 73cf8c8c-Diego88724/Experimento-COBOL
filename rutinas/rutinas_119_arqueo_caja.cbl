      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: end-of-shift cash-up for the counter
      *     operators of calculadora and operaciones. The operator
      *     signs off their shift here with their id and PIN
      *     (operadores_maestro.dat), gives the opening float and
      *     declares the cash counted in the drawer denomination by
      *     denomination, without being shown what the system
      *     expects. The expected figure is the float plus the net
      *     of that operator's own postings in calc_transacciones.log
      *     and operaciones_transacciones.log since their previous
      *     cash-up of the day (from midnight for the first one),
      *     '-' lines, anulaciones included, taking away. The
      *     outcome (sobrante, faltante or cuadrado) is appended to
      *     arqueos_caja.dat (arqueo_caja.cpy) for the daily
      *     over/short report of rutinas_120, and a difference above
      *     pg-descuadre-max euros (50 when not set) is queued in
      *     alertas.dat for the supervisor.
      *   - an anulacion line carries the supervisor who made or
      *     approved it, so it is now attributed to the operator of the
      *     original posting: the original is read from
      *     transacciones.dat by tx-referencia and its line found in
      *     calc_transacciones.log or operaciones_transacciones.log by
      *     day, program, amount and rank among the identical postings
      *     of that day. An anulacion whose original cannot be traced
      *     stays with its own operator.
      *   - the program is now a callable subprogram (PROCEDURE DIVISION
      *     USING operator and return code) so that calculadora and
      *     operaciones can offer the cash-up at sign-off for the
      *     operator already signed on, without asking for the PIN
      *     again. A blank operator keeps the original prompts and PIN
      *     check; rutinas_119_lanzador is the standalone main.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_119.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
           SELECT intentos-file ASSIGN TO "intentos_firma.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-intentos-status.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT calc-trans-file ASSIGN TO "calc_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calc-status.
           SELECT oper-trans-file
               ASSIGN TO "operaciones_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT arqueos-file ASSIGN TO "arqueos_caja.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-arqueos-status.
           SELECT alertas-file ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS al-id
               FILE STATUS IS ws-alertas-status.
           SELECT alertas-contador-file
               ASSIGN TO "alertas_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alertas-contador-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transmaestro-status.
           SELECT origen-trans-file ASSIGN DYNAMIC ws-nombre-origen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-origen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  intentos-file.
       01  intentos-rec pic x(63).

       FD  parametros-file.
       COPY parametros.

       FD  calc-trans-file.
       01  calc-trans-rec pic x(97).

       FD  oper-trans-file.
       01  oper-trans-rec pic x(97).

       FD  arqueos-file.
       01  arqueos-rec pic x(181).

       FD  alertas-file.
       COPY alerta.

       FD  alertas-contador-file.
       01  alertas-contador-rec pic 9(6).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  origen-trans-file.
       01  origen-trans-rec pic x(97).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-intentos-status==
                              ==:FS-PREFIJO:== BY ==fs-intentos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-calc-status==
                              ==:FS-PREFIJO:== BY ==fs-calc==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-oper-status==
                              ==:FS-PREFIJO:== BY ==fs-oper==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-arqueos-status==
                              ==:FS-PREFIJO:== BY ==fs-arqueos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-alertas-status==
                              ==:FS-PREFIJO:== BY ==fs-alertas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-alertas-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-alertas-ctr==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transmaestro-status==
                     ==:FS-PREFIJO:== BY ==fs-transmaestro==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-origen-status==
                              ==:FS-PREFIJO:== BY ==fs-origen==.
       COPY intento_firma.
       COPY transaccion.
       COPY arqueo_caja.
       01 ws-operador-id pic x(10).
       01 ws-pin-entrada pic x(4).
       01 ws-intento-motivo pic x(15).
       01 ws-operador-autorizado-sw pic x value 'Y'.
           88 ws-operador-autorizado    value 'Y'.
           88 ws-operador-no-autorizado value 'N'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-hora-arqueo pic 9(8).
       01 ws-desde-hora pic 9(8) value 0.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-descuadre-max pic 9(4) value 50.
      * valores de billetes y monedas, de mayor a menor, en el mismo
      * orden que aq-unidades
       01 ws-denom-valores.
           05 filler pic 9(3)v99 value 500.
           05 filler pic 9(3)v99 value 200.
           05 filler pic 9(3)v99 value 100.
           05 filler pic 9(3)v99 value 50.
           05 filler pic 9(3)v99 value 20.
           05 filler pic 9(3)v99 value 10.
           05 filler pic 9(3)v99 value 5.
           05 filler pic 9(3)v99 value 2.
           05 filler pic 9(3)v99 value 1.
           05 filler pic 9(3)v99 value 0.50.
           05 filler pic 9(3)v99 value 0.20.
           05 filler pic 9(3)v99 value 0.10.
           05 filler pic 9(3)v99 value 0.05.
           05 filler pic 9(3)v99 value 0.02.
           05 filler pic 9(3)v99 value 0.01.
       01 ws-denom-tabla redefines ws-denom-valores.
           05 ws-denom-valor pic 9(3)v99 occurs 15 times.
       01 ws-denom-idx pic 9(2).
       01 ws-denom-edit pic zz9.99.
       01 ws-denom-tipo pic x(8).
       01 ws-unidades-entrada pic x(5).
       01 ws-unidades-just pic x(5).
       01 ws-unidades-num redefines ws-unidades-just pic 9(5).
       01 ws-unidades-valido-sw pic x value 'N'.
           88 ws-unidades-valido value 'Y'.
       01 ws-fondo-entrada pic x(5).
       01 ws-fondo-valido-sw pic x value 'N'.
           88 ws-fondo-valido value 'Y'.
       01 ws-just-idx pic 9(2).
       01 ws-just-len pic 9(2).
       01 ws-fondo pic 9(7)v99 value 0.
       01 ws-declarado pic 9(7)v99 value 0.
       01 ws-neto pic s9(7)v99 value 0.
       01 ws-esperado pic s9(7)v99 value 0.
       01 ws-diferencia pic s9(7)v99 value 0.
       01 ws-tx-res-num pic 9(5)v99.
       01 ws-lineas-calc pic 9(5) value 0.
       01 ws-lineas-oper pic 9(5) value 0.
       01 ws-anulaciones pic 9(5) value 0.
       01 ws-importe-edit pic -z,zzz,zz9.99.
       01 ws-siguiente-alerta-id pic 9(6) value 0.
       01 ws-texto-descuadre.
           05 filler        pic x(15) value "descuadre caja ".
           05 td-operador   pic x(10).
           05 filler        pic x(1) value space.
           05 td-importe    pic -zzzzzz9.99.
           05 filler        pic x(3) value spaces.
      * atribucion de las anulaciones al operador del apunte original
       01 ws-operador-apunte pic x(10).
       01 ws-apunte-guardado pic x(97).
       01 ws-nombre-origen pic x(40).
       01 ws-orig-numero pic 9(8).
       01 ws-orig-fecha pic 9(8).
       01 ws-orig-importe pic 9(7)v99.
       01 ws-orig-origen pic x(11).
       01 ws-orig-orden pic 9(5).
       01 ws-orig-vistas pic 9(5).
       01 ws-orig-hallado-sw pic x value 'N'.
           88 ws-orig-hallado value 'Y'.
       01 ws-maestro-fin-sw pic x value 'N'.
           88 ws-maestro-fin value 'Y'.
       01 ws-origen-eof-sw pic x value 'N'.
           88 ws-origen-eof value 'Y'.

       LINKAGE SECTION.
       01 ws-operador-llamador pic x(10).
       01 ws-codigo-retorno pic 9(2).

       PROCEDURE DIVISION USING ws-operador-llamador ws-codigo-retorno.
       MAIN-PROCEDURE.
            PERFORM inicializa-arqueo
      * llamado desde calculadora u operaciones al cerrar la sesion,
      * el operador ya esta firmado y no se le vuelve a pedir el PIN;
      * con el operador en blanco (rutinas_119_lanzador) se pide y se
      * verifica como siempre
            IF ws-operador-llamador NOT = SPACES
                    AND ws-operador-llamador NOT = LOW-VALUES
                MOVE ws-operador-llamador TO ws-operador-id
            ELSE
                DISPLAY "operador: "
                ACCEPT ws-operador-id
                IF ws-operador-id = SPACES
                    DISPLAY "ERROR: hace falta el operador"
                    MOVE 8 TO RETURN-CODE
                    GO TO fin-programa
                END-IF
                PERFORM verifica-operador
                IF ws-operador-no-autorizado
                    DISPLAY "ERROR: operador no autorizado: "
                            ws-operador-id
                    MOVE 8 TO RETURN-CODE
                    GO TO fin-programa
                END-IF
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM lee-parametros
            PERFORM busca-arqueo-anterior
            IF ws-desde-hora > 0
                DISPLAY "turno desde el arqueo anterior de las "
                        ws-desde-hora(1:2) ":" ws-desde-hora(3:2)
            END-IF

      * el operador declara lo contado sin ver lo esperado
            MOVE 'N' TO ws-fondo-valido-sw
            PERFORM pide-fondo UNTIL ws-fondo-valido
            PERFORM pide-denominacion
                VARYING ws-denom-idx FROM 1 BY 1
                UNTIL ws-denom-idx > 15
            ACCEPT ws-hora-arqueo FROM TIME

            PERFORM suma-apuntes-calc
            PERFORM suma-apuntes-oper
            COMPUTE ws-esperado = ws-fondo + ws-neto
            COMPUTE ws-diferencia = ws-declarado - ws-esperado
            PERFORM graba-arqueo

            MOVE ws-declarado TO ws-importe-edit
            DISPLAY "declarado:  " ws-importe-edit
            MOVE ws-esperado TO ws-importe-edit
            DISPLAY "esperado:   " ws-importe-edit
                    "  (" ws-lineas-calc " apuntes calculadora, "
                    ws-lineas-oper " operaciones, " ws-anulaciones
                    " anulaciones)"
            MOVE ws-diferencia TO ws-importe-edit
            EVALUATE TRUE
                WHEN ws-diferencia > 0
                    DISPLAY "SOBRANTE:   " ws-importe-edit
                WHEN ws-diferencia < 0
                    DISPLAY "FALTANTE:   " ws-importe-edit
                WHEN OTHER
                    DISPLAY "caja cuadrada"
            END-EVALUATE
            IF aq-con-alerta
                DISPLAY "aviso: descuadre por encima de "
                        ws-descuadre-max " euros, se avisa al "
                        "supervisor"
            END-IF.

       fin-programa.
            MOVE RETURN-CODE TO ws-codigo-retorno
            MOVE 0 TO RETURN-CODE
            GOBACK.

       inicializa-arqueo.
      * el almacenamiento de trabajo se conserva entre llamadas del
      * mismo proceso, asi que cada arqueo parte de cero
            MOVE 0 TO RETURN-CODE
            MOVE SPACES TO ws-operador-id
            SET ws-operador-autorizado TO TRUE
            MOVE 50 TO ws-descuadre-max
            MOVE 0 TO ws-desde-hora
            MOVE 0 TO ws-fondo
            MOVE 0 TO ws-declarado
            MOVE 0 TO ws-neto
            MOVE 0 TO ws-esperado
            MOVE 0 TO ws-diferencia
            MOVE 0 TO ws-lineas-calc
            MOVE 0 TO ws-lineas-oper
            MOVE 0 TO ws-anulaciones.

       verifica-operador.
      * id y PIN contra el maestro, como en la firma de entrada; un
      * maestro que aun no se ha creado deja el arqueo sin
      * restringir
            SET ws-operador-autorizado TO TRUE
            OPEN INPUT operador-maestro-file
            IF fs-om-ok
                MOVE ws-operador-id TO om-id
                READ operador-maestro-file
                    INVALID KEY
                        SET ws-operador-no-autorizado TO TRUE
                        MOVE "id desconocido" TO ws-intento-motivo
                        PERFORM graba-intento-firma
                    NOT INVALID KEY
                        IF om-inactivo
                            SET ws-operador-no-autorizado TO TRUE
                            MOVE "id de baja" TO ws-intento-motivo
                            PERFORM graba-intento-firma
                        ELSE
                            PERFORM verifica-pin
                        END-IF
                END-READ
                CLOSE operador-maestro-file
            END-IF.

       verifica-pin.
      * un PIN sin estrenar se elige en la firma de entrada de los
      * programas de ventanilla, no aqui
            IF om-pin NOT NUMERIC OR om-pin-fecha NOT NUMERIC
                    OR om-pin-fecha = 0
                DISPLAY "ERROR: el operador no tiene PIN, firma "
                        "primero en calculadora u operaciones"
                SET ws-operador-no-autorizado TO TRUE
            ELSE
                DISPLAY "PIN: "
                ACCEPT ws-pin-entrada
                IF ws-pin-entrada NOT = om-pin
                    SET ws-operador-no-autorizado TO TRUE
                    MOVE "pin incorrecto" TO ws-intento-motivo
                    PERFORM graba-intento-firma
                END-IF
            END-IF.

       graba-intento-firma.
            ACCEPT if-fecha FROM DATE YYYYMMDD
            ACCEPT if-hora FROM TIME
            MOVE "rutinas_119" TO if-programa
            MOVE ws-operador-id TO if-id
            MOVE ws-intento-motivo TO if-motivo
            OPEN EXTEND intentos-file
            IF fs-intentos-fichero-no-existe
                OPEN OUTPUT intentos-file
            END-IF
            MOVE ws-intento-linea TO intentos-rec
            WRITE intentos-rec
            CLOSE intentos-file.

       lee-parametros.
            MOVE 0 TO pg-descuadre-max
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    AT END
                        CONTINUE
                END-READ
                CLOSE parametros-file
            END-IF
            IF pg-descuadre-max IS NUMERIC
                IF pg-descuadre-max > 0
                    MOVE pg-descuadre-max TO ws-descuadre-max
                END-IF
            END-IF.

       busca-arqueo-anterior.
      * el turno empieza donde acabo el ultimo arqueo del operador
      * hoy; sin arqueo previo, desde medianoche
            MOVE 0 TO ws-desde-hora
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT arqueos-file
            IF fs-arqueos-ok
                PERFORM lee-arqueo-anterior UNTIL ws-eof
                CLOSE arqueos-file
            END-IF.

       lee-arqueo-anterior.
            READ arqueos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE arqueos-rec TO ws-arqueo-linea
                    IF aq-operador = ws-operador-id
                            AND aq-fecha = ws-fecha-hoy
                            AND aq-hora > ws-desde-hora
                        MOVE aq-hora TO ws-desde-hora
                    END-IF
            END-READ.

       pide-fondo.
            DISPLAY "fondo de caja al abrir el turno (euros enteros, "
                    "blanco = 0): "
            ACCEPT ws-fondo-entrada
            IF ws-fondo-entrada = SPACES
                MOVE 0 TO ws-fondo
                SET ws-fondo-valido TO TRUE
            ELSE
                MOVE ws-fondo-entrada TO ws-unidades-entrada
                PERFORM alinea-unidades
                IF ws-unidades-just IS NOT NUMERIC
                    DISPLAY "ERROR: introduce un importe valido"
                ELSE
                    MOVE ws-unidades-num TO ws-fondo
                    SET ws-fondo-valido TO TRUE
                END-IF
            END-IF.

       pide-denominacion.
            MOVE 'N' TO ws-unidades-valido-sw
            PERFORM pide-unidades UNTIL ws-unidades-valido
            MOVE ws-unidades-num TO aq-unidades(ws-denom-idx)
            COMPUTE ws-declarado = ws-declarado
                + ws-unidades-num * ws-denom-valor(ws-denom-idx).

       pide-unidades.
            IF ws-denom-idx <= 7
                MOVE "billetes" TO ws-denom-tipo
            ELSE
                MOVE "monedas" TO ws-denom-tipo
            END-IF
            MOVE ws-denom-valor(ws-denom-idx) TO ws-denom-edit
            DISPLAY ws-denom-tipo " de " ws-denom-edit
                    " (blanco = ninguno): "
            ACCEPT ws-unidades-entrada
            IF ws-unidades-entrada = SPACES
                MOVE 0 TO ws-unidades-num
                SET ws-unidades-valido TO TRUE
            ELSE
                PERFORM alinea-unidades
                IF ws-unidades-just IS NOT NUMERIC
                    DISPLAY "ERROR: introduce un numero de unidades"
                ELSE
                    SET ws-unidades-valido TO TRUE
                END-IF
            END-IF.

       alinea-unidades.
      * el ACCEPT deja las cifras a la izquierda; se ajustan a la
      * derecha con ceros, como alinea-entrada en rutinas_18
            MOVE 0 TO ws-just-len
            PERFORM mide-unidades
                VARYING ws-just-idx FROM 1 BY 1
                UNTIL ws-just-idx > 5
            MOVE "00000" TO ws-unidades-just
            IF ws-just-len > 0
                MOVE ws-unidades-entrada(1:ws-just-len)
                    TO ws-unidades-just(6 - ws-just-len:ws-just-len)
            END-IF.

       mide-unidades.
            IF ws-unidades-entrada(ws-just-idx:1) NOT = SPACE
                MOVE ws-just-idx TO ws-just-len
            END-IF.

       suma-apuntes-calc.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calc-trans-file
            IF fs-calc-ok
                PERFORM lee-apunte-calc UNTIL ws-eof
                CLOSE calc-trans-file
            END-IF.

       lee-apunte-calc.
            READ calc-trans-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calc-trans-rec TO ws-transaccion-linea
                    PERFORM atribuye-apunte
                    IF ws-operador-apunte = ws-operador-id
                            AND tx-fecha = ws-fecha-hoy
                            AND tx-hora > ws-desde-hora
                            AND tx-hora <= ws-hora-arqueo
                        ADD 1 TO ws-lineas-calc
                        PERFORM acumula-apunte
                    END-IF
            END-READ.

       suma-apuntes-oper.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT oper-trans-file
            IF fs-oper-ok
                PERFORM lee-apunte-oper UNTIL ws-eof
                CLOSE oper-trans-file
            END-IF.

       lee-apunte-oper.
            READ oper-trans-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE oper-trans-rec TO ws-transaccion-linea
                    PERFORM atribuye-apunte
                    IF ws-operador-apunte = ws-operador-id
                            AND tx-fecha = ws-fecha-hoy
                            AND tx-hora > ws-desde-hora
                            AND tx-hora <= ws-hora-arqueo
                        ADD 1 TO ws-lineas-oper
                        PERFORM acumula-apunte
                    END-IF
            END-READ.

       atribuye-apunte.
      * una anulacion lleva en tx-operador al supervisor que la hizo
      * o la aprobo, pero el dinero sale del cajon de quien cobro el
      * apunte original, asi que se le atribuye a ese operador
            MOVE tx-operador TO ws-operador-apunte
            IF tx-signo = '-' AND tx-referencia IS NUMERIC
                    AND tx-referencia > 0
                    AND tx-fecha = ws-fecha-hoy
                    AND tx-hora > ws-desde-hora
                    AND tx-hora <= ws-hora-arqueo
                MOVE ws-transaccion-linea TO ws-apunte-guardado
                PERFORM busca-operador-original
                MOVE ws-apunte-guardado TO ws-transaccion-linea
            END-IF.

       busca-operador-original.
      * transacciones.dat no guarda el operador: el original se
      * busca en transacciones.dat por tx-referencia y su linea en
      * el registro de su programa por dia, programa e importe; si
      * hay varias iguales ese dia, la que ocupa el mismo orden que
      * el original entre los registros iguales del maestro. Sin
      * original localizable (un apunte de carga, un maestro ya
      * archivado) la anulacion queda con quien la hizo
            MOVE tx-referencia TO ws-orig-numero
            MOVE 'N' TO ws-orig-hallado-sw
            OPEN INPUT transaccion-maestro-file
            IF fs-transmaestro-ok
                MOVE ws-orig-numero TO tr-numero-transaccion
                READ transaccion-maestro-file
                    KEY IS tr-numero-transaccion
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF tr-descripcion(1:11) = "calculadora"
                                OR tr-descripcion(1:11) = "operaciones"
                            SET ws-orig-hallado TO TRUE
                        END-IF
                END-READ
                IF ws-orig-hallado
                    PERFORM cuenta-orden-original
                END-IF
                CLOSE transaccion-maestro-file
            END-IF
            IF ws-orig-hallado
                PERFORM busca-linea-original
            END-IF.

       cuenta-orden-original.
            MOVE tr-fecha TO ws-orig-fecha
            MOVE tr-importe TO ws-orig-importe
            MOVE tr-descripcion(1:11) TO ws-orig-origen
            MOVE 0 TO ws-orig-orden
            MOVE 'N' TO ws-maestro-fin-sw
            START transaccion-maestro-file KEY IS
                    NOT LESS THAN tr-fecha
                INVALID KEY
                    SET ws-maestro-fin TO TRUE
            END-START
            PERFORM lee-maestro-mismo-dia UNTIL ws-maestro-fin.

       lee-maestro-mismo-dia.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-maestro-fin TO TRUE
                NOT AT END
                    IF tr-fecha NOT = ws-orig-fecha
                        SET ws-maestro-fin TO TRUE
                    ELSE
                        IF tr-descripcion(1:11) = ws-orig-origen
                                AND tr-importe = ws-orig-importe
                                AND tr-numero-transaccion
                                    NOT > ws-orig-numero
                            ADD 1 TO ws-orig-orden
                        END-IF
                    END-IF
            END-READ.

       busca-linea-original.
            IF ws-orig-origen = "operaciones"
                MOVE "operaciones_transacciones.log"
                    TO ws-nombre-origen
            ELSE
                MOVE "calc_transacciones.log" TO ws-nombre-origen
            END-IF
            MOVE 0 TO ws-orig-vistas
            MOVE 'N' TO ws-origen-eof-sw
            OPEN INPUT origen-trans-file
            IF fs-origen-ok
                PERFORM lee-linea-original UNTIL ws-origen-eof
                CLOSE origen-trans-file
            END-IF.

       lee-linea-original.
            READ origen-trans-file
                AT END
                    SET ws-origen-eof TO TRUE
                NOT AT END
                    MOVE origen-trans-rec TO ws-transaccion-linea
                    MOVE tx-res TO ws-tx-res-num
                    IF tx-fecha = ws-orig-fecha
                            AND tx-programa = ws-orig-origen
                            AND tx-signo = '+'
                            AND ws-tx-res-num = ws-orig-importe
                        ADD 1 TO ws-orig-vistas
                        IF ws-orig-vistas = ws-orig-orden
                            MOVE tx-operador TO ws-operador-apunte
                            SET ws-origen-eof TO TRUE
                        END-IF
                    END-IF
            END-READ.

       acumula-apunte.
      * una linea '-' (resultado negativo o anulacion) resta del
      * cajon; la anulacion se distingue por su tx-referencia
            MOVE tx-res TO ws-tx-res-num
            IF tx-signo = '-'
                SUBTRACT ws-tx-res-num FROM ws-neto
                IF tx-referencia IS NUMERIC AND tx-referencia > 0
                    ADD 1 TO ws-anulaciones
                END-IF
            ELSE
                ADD ws-tx-res-num TO ws-neto
            END-IF.

       graba-arqueo.
            MOVE ws-fecha-hoy TO aq-fecha
            MOVE ws-hora-arqueo TO aq-hora
            MOVE ws-operador-id TO aq-operador
            MOVE ws-desde-hora TO aq-desde-hora
            MOVE ws-fondo TO aq-fondo
            MOVE ws-declarado TO aq-declarado
            IF ws-neto < 0
                MOVE '-' TO aq-neto-signo
            ELSE
                MOVE '+' TO aq-neto-signo
            END-IF
            MOVE ws-neto TO aq-neto
            IF ws-diferencia < 0
                SET aq-faltante TO TRUE
            ELSE
                SET aq-sobrante TO TRUE
            END-IF
            MOVE ws-diferencia TO aq-diferencia
            MOVE ws-lineas-calc TO aq-lineas-calc
            MOVE ws-lineas-oper TO aq-lineas-oper
            MOVE ws-anulaciones TO aq-anulaciones
            MOVE 'N' TO aq-alerta-sw
            IF aq-diferencia > ws-descuadre-max
                SET aq-con-alerta TO TRUE
                PERFORM graba-alerta-cola
            END-IF
            OPEN EXTEND arqueos-file
            IF fs-arqueos-fichero-no-existe
                OPEN OUTPUT arqueos-file
            END-IF
            MOVE ws-arqueo-linea TO arqueos-rec
            WRITE arqueos-rec
            CLOSE arqueos-file.

       graba-alerta-cola.
      * la misma cola unica de alertas que alimentan rutinas_14,
      * rutinas_24, rutinas_28, rutinas_30 y rutinas_67
            MOVE ws-operador-id TO td-operador
            MOVE ws-diferencia TO td-importe
            PERFORM siguiente-alerta-id
            MOVE ws-siguiente-alerta-id TO al-id
            ACCEPT al-fecha FROM DATE YYYYMMDD
            ACCEPT al-hora FROM TIME
            MOVE "rutinas_119" TO al-origen
            MOVE "C" TO al-severidad
            MOVE ws-texto-descuadre TO al-texto
            SET al-pendiente TO TRUE
            MOVE SPACES TO al-op-reconoce
            MOVE 0 TO al-fecha-reconoce
            MOVE SPACES TO al-nota
            OPEN I-O alertas-file
            IF fs-alertas-fichero-no-existe
                OPEN OUTPUT alertas-file
                CLOSE alertas-file
                OPEN I-O alertas-file
            END-IF
            WRITE alerta-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE alertas-file.

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

       END PROGRAM rutinas_119.
