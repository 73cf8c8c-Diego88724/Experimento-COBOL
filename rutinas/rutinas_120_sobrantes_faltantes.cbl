      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: daily over/short report of the counter
      *     cash-ups. For the day given on the console (AAAAMMDD,
      *     blank for today) it reads arqueos_caja.dat
      *     (arqueo_caja.cpy, written by rutinas_119) and lists,
      *     per operator and in time order, each cash-up: the shift
      *     window, float, declared, expected, the sobrante or
      *     faltante and whether it was alerted. Each operator
      *     closes with their total over, total short and net, and
      *     the report ends with the day's totals. Operators with
      *     postings that day in calc_transacciones.log or
      *     operaciones_transacciones.log but no cash-up at all are
      *     listed at the end as SIN ARQUEO. Written to
      *     sobrantes_faltantes_AAAAMMDD.log.
      *   - a cash-up or operator that does not fit the work tables now
      *     stops the run with return code 8 before the report is
      *     written, instead of being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_120.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT arqueos-file ASSIGN TO "arqueos_caja.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-arqueos-status.
           SELECT calc-trans-file ASSIGN TO "calc_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calc-status.
           SELECT oper-trans-file
               ASSIGN TO "operaciones_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  arqueos-file.
       01  arqueos-rec pic x(181).

       FD  calc-trans-file.
       01  calc-trans-rec pic x(97).

       FD  oper-trans-file.
       01  oper-trans-rec pic x(97).

       FD  informe-file.
       01  informe-rec pic x(132).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-arqueos-status==
                              ==:FS-PREFIJO:== BY ==fs-arqueos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-calc-status==
                              ==:FS-PREFIJO:== BY ==fs-calc==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-oper-status==
                              ==:FS-PREFIJO:== BY ==fs-oper==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY arqueo_caja.
       COPY transaccion.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha redefines ws-fecha-entrada pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
      * un arqueo o un operador que no cabe en su tabla detiene el
      * informe: sus sobrantes y faltantes no saldrian en el
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-arqueo-tabla.
           05 ws-arqueo-entrada occurs 1000 times.
               10 ta-operador     pic x(10).
               10 ta-hora         pic 9(8).
               10 ta-desde-hora   pic 9(8).
               10 ta-fondo        pic 9(7)v99.
               10 ta-declarado    pic 9(7)v99.
               10 ta-esperado     pic s9(7)v99.
               10 ta-diferencia   pic s9(7)v99.
               10 ta-apuntes      pic 9(5).
               10 ta-anulaciones  pic 9(5).
               10 ta-alerta-sw    pic x(1).
                   88 ta-con-alerta value 'S'.
       01 ws-arqueo-temp pic x(73).
       01 ws-arqueo-count pic 9(4) value 0.
       01 ws-arqueo-idx pic 9(4).
       01 ws-arqueo-idx2 pic 9(4).
       01 ws-arqueo-limite pic 9(4).
      * operadores con apuntes en el dia, para sacar los que no
      * hicieron arqueo
       01 ws-apunte-tabla.
           05 ws-apunte-operador pic x(10) occurs 200 times.
       01 ws-apunte-count pic 9(4) value 0.
       01 ws-apunte-idx pic 9(4).
       01 ws-sin-arqueo pic 9(4) value 0.
       01 ws-neto pic s9(7)v99.
       01 ws-operador-actual pic x(10).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-sub-sobrante pic 9(7)v99 value 0.
       01 ws-sub-faltante pic 9(7)v99 value 0.
       01 ws-sub-neto pic s9(7)v99 value 0.
       01 ws-tot-sobrante pic 9(7)v99 value 0.
       01 ws-tot-faltante pic 9(7)v99 value 0.
       01 ws-tot-neto pic s9(7)v99 value 0.
       01 ws-operadores pic 9(4) value 0.
       01 ws-alertas pic 9(4) value 0.
       01 ws-titulo-linea.
           05 filler      pic x(37)
               value "SOBRANTES Y FALTANTES DE CAJA DEL DIA".
           05 filler      pic x(1) value space.
           05 lt-fecha    pic 9(8).
       01 ws-cabecera-linea.
           05 filler pic x(24)
               value "  HORA  DESDE      FONDO".
           05 filler pic x(24)
               value "   DECLARADO    ESPERADO".
           05 filler pic x(35)
               value "   DIFERENCIA ESTADO  APUNTES  ANUL".
       01 ws-linea-operador.
           05 filler      pic x(10) value "OPERADOR: ".
           05 lo-operador pic x(10).
       01 ws-linea-arqueo.
           05 filler      pic x(2) value SPACES.
           05 la-hora     pic 99b99.
           05 filler      pic x(1) value SPACE.
           05 la-desde    pic 99b99.
           05 filler      pic x(1) value SPACE.
           05 la-fondo    pic zzzzzz9.99.
           05 filler      pic x(2) value SPACES.
           05 la-declarado pic zzzzzz9.99.
           05 filler      pic x(1) value SPACE.
           05 la-esperado pic -------9.99.
           05 filler      pic x(2) value SPACES.
           05 la-diferencia pic -------9.99.
           05 filler      pic x(1) value SPACE.
           05 la-estado   pic x(8).
           05 filler      pic x(2) value SPACES.
           05 la-apuntes  pic zzzz9.
           05 filler      pic x(1) value SPACE.
           05 la-anulaciones pic zzzz9.
           05 filler      pic x(2) value SPACES.
           05 la-alerta   pic x(6).
       01 ws-linea-subtotal.
           05 filler      pic x(12) value "  sobrantes ".
           05 lu-sobrante pic zzzzzz9.99.
           05 filler      pic x(12) value "  faltantes ".
           05 lu-faltante pic zzzzzz9.99.
           05 filler      pic x(7) value "  neto ".
           05 lu-neto     pic -------9.99.
       01 ws-linea-total.
           05 filler      pic x(16) value "TOTAL sobrantes ".
           05 lx-sobrante pic zzzzzz9.99.
           05 filler      pic x(12) value "  faltantes ".
           05 lx-faltante pic zzzzzz9.99.
           05 filler      pic x(7) value "  neto ".
           05 lx-neto     pic -------9.99.
       01 ws-linea-total2.
           05 filler      pic x(16) value "      arqueos   ".
           05 lx-arqueos  pic zzz9.
           05 filler      pic x(13) value "  operadores ".
           05 lx-operadores pic zzz9.
           05 filler      pic x(10) value "  alertas ".
           05 lx-alertas  pic zzz9.
       01 ws-linea-sin-arqueo.
           05 filler      pic x(10) value "OPERADOR: ".
           05 ls-operador pic x(10).
           05 filler      pic x(40)
               value "  SIN ARQUEO, tiene apuntes en el dia".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "fecha (AAAAMMDD, blanco = hoy): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                ACCEPT ws-fecha FROM DATE YYYYMMDD
            END-IF
            IF ws-fecha-entrada IS NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT arqueos-file
            IF NOT fs-arqueos-ok
                DISPLAY "aviso: no se encontro arqueos_caja.dat, "
                        "no hay arqueos registrados"
            ELSE
                PERFORM lee-arqueo UNTIL ws-eof
                CLOSE arqueos-file
            END-IF
            PERFORM ordena-arqueos
            PERFORM recoge-operadores-calc
            PERFORM recoge-operadores-oper
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe del " ws-fecha
                        " no se genera, revise los errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "sobrantes_faltantes_" ws-fecha ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha TO lt-fecha
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-arqueo
                VARYING ws-arqueo-idx FROM 1 BY 1
                UNTIL ws-arqueo-idx > ws-arqueo-count
            IF ws-arqueo-count > 0
                PERFORM graba-subtotal-operador
            END-IF
            PERFORM graba-sin-arqueo
                VARYING ws-apunte-idx FROM 1 BY 1
                UNTIL ws-apunte-idx > ws-apunte-count
            MOVE ws-tot-sobrante TO lx-sobrante
            MOVE ws-tot-faltante TO lx-faltante
            MOVE ws-tot-neto TO lx-neto
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            MOVE ws-arqueo-count TO lx-arqueos
            MOVE ws-operadores TO lx-operadores
            MOVE ws-alertas TO lx-alertas
            MOVE ws-linea-total2 TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "arqueos: " ws-arqueo-count
                    ", con alerta: " ws-alertas
                    ", sin arqueo: " ws-sin-arqueo
                    ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       lee-arqueo.
            READ arqueos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE arqueos-rec TO ws-arqueo-linea
                    IF aq-fecha IS NUMERIC
                            AND aq-fecha = ws-fecha
                        PERFORM carga-arqueo
                    END-IF
            END-READ.

       carga-arqueo.
            IF ws-arqueo-count >= 1000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-arqueo-count
                MOVE ws-arqueo-count TO ws-arqueo-idx
                MOVE aq-operador TO ta-operador(ws-arqueo-idx)
                MOVE aq-hora TO ta-hora(ws-arqueo-idx)
                MOVE aq-desde-hora TO ta-desde-hora(ws-arqueo-idx)
                MOVE aq-fondo TO ta-fondo(ws-arqueo-idx)
                MOVE aq-declarado TO ta-declarado(ws-arqueo-idx)
                MOVE aq-neto TO ws-neto
                IF aq-neto-signo = '-'
                    COMPUTE ws-neto = 0 - ws-neto
                END-IF
                COMPUTE ta-esperado(ws-arqueo-idx) = aq-fondo + ws-neto
                MOVE aq-diferencia TO ta-diferencia(ws-arqueo-idx)
                IF aq-faltante
                    COMPUTE ta-diferencia(ws-arqueo-idx) =
                        0 - aq-diferencia
                END-IF
                COMPUTE ta-apuntes(ws-arqueo-idx) =
                    aq-lineas-calc + aq-lineas-oper
                MOVE aq-anulaciones TO ta-anulaciones(ws-arqueo-idx)
                MOVE aq-alerta-sw TO ta-alerta-sw(ws-arqueo-idx)
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben "
                        "todos los arqueos y operadores del dia"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-arqueos.
            PERFORM ordena-pasada
                VARYING ws-arqueo-idx FROM 1 BY 1
                UNTIL ws-arqueo-idx >= ws-arqueo-count.

       ordena-pasada.
            COMPUTE ws-arqueo-limite = ws-arqueo-count - ws-arqueo-idx
            PERFORM compara-intercambia
                VARYING ws-arqueo-idx2 FROM 1 BY 1
                UNTIL ws-arqueo-idx2 > ws-arqueo-limite.

       compara-intercambia.
      * orden por operador y, dentro, por hora del arqueo (los dos
      * van seguidos al principio de la entrada)
            IF ws-arqueo-entrada(ws-arqueo-idx2)(1:18)
                    > ws-arqueo-entrada(ws-arqueo-idx2 + 1)(1:18)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-arqueo-entrada(ws-arqueo-idx2) TO ws-arqueo-temp
            MOVE ws-arqueo-entrada(ws-arqueo-idx2 + 1)
                TO ws-arqueo-entrada(ws-arqueo-idx2)
            MOVE ws-arqueo-temp
                TO ws-arqueo-entrada(ws-arqueo-idx2 + 1).

       recoge-operadores-calc.
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
                    IF tx-fecha = ws-fecha AND tx-operador NOT = SPACES
                        PERFORM anota-operador-apunte
                    END-IF
            END-READ.

       recoge-operadores-oper.
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
                    IF tx-fecha = ws-fecha AND tx-operador NOT = SPACES
                        PERFORM anota-operador-apunte
                    END-IF
            END-READ.

       anota-operador-apunte.
            MOVE 'N' TO ws-encontrado-sw
            PERFORM busca-operador-apunte
                VARYING ws-apunte-idx FROM 1 BY 1
                UNTIL ws-apunte-idx > ws-apunte-count
                    OR ws-encontrado
            IF NOT ws-encontrado
                IF ws-apunte-count >= 200
                    PERFORM avisa-tabla-llena
                ELSE
                    ADD 1 TO ws-apunte-count
                    MOVE tx-operador
                        TO ws-apunte-operador(ws-apunte-count)
                END-IF
            END-IF.

       busca-operador-apunte.
            IF ws-apunte-operador(ws-apunte-idx) = tx-operador
                SET ws-encontrado TO TRUE
            END-IF.

       graba-linea-arqueo.
            IF ws-primer-grupo
                    OR ta-operador(ws-arqueo-idx)
                        NOT = ws-operador-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-operador
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE ta-operador(ws-arqueo-idx) TO ws-operador-actual
                MOVE 0 TO ws-sub-sobrante
                MOVE 0 TO ws-sub-faltante
                MOVE 0 TO ws-sub-neto
                ADD 1 TO ws-operadores
                MOVE ws-operador-actual TO lo-operador
                MOVE ws-linea-operador TO informe-rec
                WRITE informe-rec
            END-IF
            MOVE ta-hora(ws-arqueo-idx)(1:4) TO la-hora
            MOVE ta-desde-hora(ws-arqueo-idx)(1:4) TO la-desde
            MOVE ta-fondo(ws-arqueo-idx) TO la-fondo
            MOVE ta-declarado(ws-arqueo-idx) TO la-declarado
            MOVE ta-esperado(ws-arqueo-idx) TO la-esperado
            MOVE ta-diferencia(ws-arqueo-idx) TO la-diferencia
            EVALUATE TRUE
                WHEN ta-diferencia(ws-arqueo-idx) > 0
                    MOVE "SOBRANTE" TO la-estado
                    ADD ta-diferencia(ws-arqueo-idx) TO ws-sub-sobrante
                    ADD ta-diferencia(ws-arqueo-idx) TO ws-tot-sobrante
                WHEN ta-diferencia(ws-arqueo-idx) < 0
                    MOVE "FALTANTE" TO la-estado
                    SUBTRACT ta-diferencia(ws-arqueo-idx)
                        FROM ws-sub-faltante
                    SUBTRACT ta-diferencia(ws-arqueo-idx)
                        FROM ws-tot-faltante
                WHEN OTHER
                    MOVE "CUADRADO" TO la-estado
            END-EVALUATE
            ADD ta-diferencia(ws-arqueo-idx) TO ws-sub-neto
            ADD ta-diferencia(ws-arqueo-idx) TO ws-tot-neto
            MOVE ta-apuntes(ws-arqueo-idx) TO la-apuntes
            MOVE ta-anulaciones(ws-arqueo-idx) TO la-anulaciones
            IF ta-con-alerta(ws-arqueo-idx)
                MOVE "ALERTA" TO la-alerta
                ADD 1 TO ws-alertas
            ELSE
                MOVE SPACES TO la-alerta
            END-IF
            MOVE ws-linea-arqueo TO informe-rec
            WRITE informe-rec.

       graba-subtotal-operador.
            MOVE ws-sub-sobrante TO lu-sobrante
            MOVE ws-sub-faltante TO lu-faltante
            MOVE ws-sub-neto TO lu-neto
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec.

       graba-sin-arqueo.
            MOVE 'N' TO ws-encontrado-sw
            PERFORM busca-arqueo-operador
                VARYING ws-arqueo-idx FROM 1 BY 1
                UNTIL ws-arqueo-idx > ws-arqueo-count
                    OR ws-encontrado
            IF NOT ws-encontrado
                ADD 1 TO ws-sin-arqueo
                MOVE ws-apunte-operador(ws-apunte-idx) TO ls-operador
                MOVE ws-linea-sin-arqueo TO informe-rec
                WRITE informe-rec
            END-IF.

       busca-arqueo-operador.
            IF ta-operador(ws-arqueo-idx)
                    = ws-apunte-operador(ws-apunte-idx)
                SET ws-encontrado TO TRUE
            END-IF.

       END PROGRAM rutinas_120.
