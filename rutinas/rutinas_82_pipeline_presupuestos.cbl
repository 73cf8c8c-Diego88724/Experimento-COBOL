      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly sales pipeline report. For the
      *     month keyed (AAAAMM), takes every quote issued that month
      *     from presupuestos.dat (presupuesto_registro.cpy) with its
      *     current status - header plus its 'E' status lines, an
      *     open quote past its validity date counting as expired -
      *     and reports to pipeline_presupuestos.log how many were
      *     issued, converted (accepted), lost (rejected or expired)
      *     and are still open, with the conversion rate, per
      *     customer and per customer tier (cl-tier in clientes.dat)
      *     and for the month as a whole. Counter sales without a
      *     customer are grouped under CONTADO.
      *   - quotes or customers that do not fit the work tables now stop
      *     the report with return code 8 before it is written, instead
      *     of being left out or folded into the last customer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_82.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuestos-file ASSIGN TO "presupuestos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-presreg-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT informe-file ASSIGN TO "pipeline_presupuestos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuestos-file.
       01  presupuestos-rec pic x(60).

       FD  clientes-file.
       COPY cliente.

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-presreg-status==
                              ==:FS-PREFIJO:== BY ==fs-presreg==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY presupuesto_registro.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-clientes-abierto-sw pic x value 'N'.
           88 ws-clientes-abierto value 'Y'.
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-fecha-hoy pic 9(8).
       01 ws-desbordes pic 9(5) value 0.
      * presupuestos emitidos en el mes con su estado vigente
       01 ws-pres-max pic 9(4) value 3000.
       01 ws-pres-usados pic 9(4) value 0.
       01 ws-pres-idx pic 9(4).
       01 ws-pres-hallado-sw pic x value 'N'.
           88 ws-pres-hallado value 'Y'.
       01 ws-pres-tabla.
           05 ws-pres-entrada occurs 3000 times.
               10 tp-numero   pic 9(6).
               10 tp-cliente  pic x(6).
               10 tp-estado   pic x(1).
               10 tp-validez  pic 9(8).
      * acumulados por cliente
       01 ws-cli-max pic 9(3) value 500.
       01 ws-cli-usados pic 9(3) value 0.
       01 ws-cli-idx pic 9(3).
       01 ws-cli-hallado-sw pic x value 'N'.
           88 ws-cli-hallado value 'Y'.
       01 ws-cli-tabla.
           05 ws-cli-entrada occurs 500 times.
               10 tc-cliente     pic x(6).
               10 tc-emitidos    pic 9(5).
               10 tc-convertidos pic 9(5).
               10 tc-perdidos    pic 9(5).
               10 tc-abiertos    pic 9(5).
      * acumulados por tier, en el orden de ws-tiers; la ultima
      * posicion recoge las ventas de contado y los clientes sin
      * tier o que ya no estan en el maestro
       01 ws-tiers pic x(4) value "ABC-".
       01 ws-tier-idx pic 9(1).
       01 ws-tier-tabla.
           05 ws-tier-entrada occurs 4 times.
               10 tt-emitidos    pic 9(5).
               10 tt-convertidos pic 9(5).
               10 tt-perdidos    pic 9(5).
               10 tt-abiertos    pic 9(5).
       01 ws-tier-cliente pic x(1).
       01 ws-total-emitidos pic 9(5) value 0.
       01 ws-total-convertidos pic 9(5) value 0.
       01 ws-total-perdidos pic 9(5) value 0.
       01 ws-total-abiertos pic 9(5) value 0.
      * cifras de la linea que se esta imprimiendo
       01 ws-imp-emitidos pic 9(5).
       01 ws-imp-convertidos pic 9(5).
       01 ws-imp-perdidos pic 9(5).
       01 ws-imp-abiertos pic 9(5).
       01 ws-tasa pic 9(3)v9.
       01 ws-cabecera-informe.
           05 filler pic x(35) value
               "PIPELINE DE PRESUPUESTOS - PERIODO ".
           05 ci-periodo pic 9(6).
       01 ws-titulos-informe.
           05 filler pic x(18) value "CLIENTE     TIER".
           05 filler pic x(50) value
               "EMITIDOS  CONVERT.  PERDIDOS  ABIERTOS  % CONV.".
       01 ws-titulos-tier.
           05 filler pic x(18) value "RESUMEN POR TIER".
           05 filler pic x(50) value
               "EMITIDOS  CONVERT.  PERDIDOS  ABIERTOS  % CONV.".
       01 ws-linea-informe.
           05 li-cliente     pic x(7).
           05 filler         pic x(5) value spaces.
           05 li-tier        pic x(1).
           05 filler         pic x(5) value spaces.
           05 li-emitidos    pic zzzz9.
           05 filler         pic x(5) value spaces.
           05 li-convertidos pic zzzz9.
           05 filler         pic x(5) value spaces.
           05 li-perdidos    pic zzzz9.
           05 filler         pic x(5) value spaces.
           05 li-abiertos    pic zzzz9.
           05 filler         pic x(4) value spaces.
           05 li-tasa        pic zz9.9.
           05 filler         pic x(1) value "%".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                DISPLAY "ERROR: periodo no valido"
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            OPEN INPUT presupuestos-file
            IF NOT fs-presreg-ok
                DISPLAY "aviso: no se encontro presupuestos.dat, no "
                        "hay nada que informar"
                GO TO fin-programa
            END-IF
            PERFORM lee-presupuesto UNTIL ws-eof
            CLOSE presupuestos-file
            INITIALIZE ws-tier-tabla
            PERFORM clasifica-presupuesto
                VARYING ws-pres-idx FROM 1 BY 1
                UNTIL ws-pres-idx > ws-pres-usados
            IF ws-desbordes > 0
                DISPLAY "ERROR: " ws-desbordes " presupuestos o "
                        "clientes del mes no caben en la tabla, no se "
                        "genera el informe"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO ci-periodo
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-informe TO informe-rec
            WRITE informe-rec
            OPEN INPUT clientes-file
            IF fs-cl-ok
                SET ws-clientes-abierto TO TRUE
            END-IF
            PERFORM imprime-cliente
                VARYING ws-cli-idx FROM 1 BY 1
                UNTIL ws-cli-idx > ws-cli-usados
            IF ws-clientes-abierto
                CLOSE clientes-file
            END-IF
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-tier TO informe-rec
            WRITE informe-rec
            PERFORM imprime-tier
                VARYING ws-tier-idx FROM 1 BY 1
                UNTIL ws-tier-idx > 4
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO li-cliente
            MOVE "TOTAL" TO li-cliente
            MOVE SPACE TO li-tier
            MOVE ws-total-emitidos TO ws-imp-emitidos
            MOVE ws-total-convertidos TO ws-imp-convertidos
            MOVE ws-total-perdidos TO ws-imp-perdidos
            MOVE ws-total-abiertos TO ws-imp-abiertos
            PERFORM escribe-linea-informe
            CLOSE informe-file
            DISPLAY ws-total-emitidos " presupuestos del periodo "
                    ws-periodo ", " ws-total-convertidos " convertidos"
            DISPLAY "informe en pipeline_presupuestos.log".

       fin-programa.
            STOP RUN.

       lee-presupuesto.
      * las lineas 'E' de un presupuesto van siempre detras de su
      * cabecera, asi que cuando llegan el presupuesto ya esta en la
      * tabla si es del mes
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-cabecera
                            AND ph-fecha(1:6) = ws-periodo-entrada
                        PERFORM anota-presupuesto
                    END-IF
                    IF pr-estado
                        PERFORM busca-presupuesto
                        IF ws-pres-hallado
                            MOVE pe-estado TO tp-estado(ws-pres-idx)
                        END-IF
                    END-IF
            END-READ.

       anota-presupuesto.
            IF ws-pres-usados < ws-pres-max
                ADD 1 TO ws-pres-usados
                MOVE pr-numero TO tp-numero(ws-pres-usados)
                MOVE ph-cliente TO tp-cliente(ws-pres-usados)
                MOVE ph-estado TO tp-estado(ws-pres-usados)
      * uno de antes de la validez no vence nunca
                IF ph-fecha-validez IS NUMERIC
                    MOVE ph-fecha-validez TO tp-validez(ws-pres-usados)
                ELSE
                    MOVE 0 TO tp-validez(ws-pres-usados)
                END-IF
            ELSE
                ADD 1 TO ws-desbordes
            END-IF.

       busca-presupuesto.
            MOVE 'N' TO ws-pres-hallado-sw
            MOVE 1 TO ws-pres-idx
            PERFORM compara-presupuesto
                UNTIL ws-pres-hallado OR ws-pres-idx > ws-pres-usados.

       compara-presupuesto.
            IF tp-numero(ws-pres-idx) = pr-numero
                SET ws-pres-hallado TO TRUE
            ELSE
                ADD 1 TO ws-pres-idx
            END-IF.

       clasifica-presupuesto.
      * un presupuesto abierto cuya validez ya paso esta vencido
            MOVE tp-estado(ws-pres-idx) TO ph-estado
            IF ph-abierto AND tp-validez(ws-pres-idx) > 0
                    AND tp-validez(ws-pres-idx) < ws-fecha-hoy
                SET ph-vencido TO TRUE
            END-IF
            PERFORM busca-cliente
            ADD 1 TO tc-emitidos(ws-cli-idx)
            ADD 1 TO ws-total-emitidos
            EVALUATE TRUE
                WHEN ph-aceptado
                    ADD 1 TO tc-convertidos(ws-cli-idx)
                    ADD 1 TO ws-total-convertidos
                WHEN ph-vencido OR ph-rechazado
                    ADD 1 TO tc-perdidos(ws-cli-idx)
                    ADD 1 TO ws-total-perdidos
                WHEN OTHER
                    ADD 1 TO tc-abiertos(ws-cli-idx)
                    ADD 1 TO ws-total-abiertos
            END-EVALUATE.

       busca-cliente.
      * deja en ws-cli-idx la entrada del cliente del presupuesto,
      * dandola de alta si es el primero; con la tabla llena se
      * cuenta el desborde (el informe no sale) y, para no salir del
      * occurs, se apunta a la ultima entrada
            MOVE 'N' TO ws-cli-hallado-sw
            MOVE 1 TO ws-cli-idx
            PERFORM compara-cliente
                UNTIL ws-cli-hallado OR ws-cli-idx > ws-cli-usados
            IF NOT ws-cli-hallado
                IF ws-cli-usados < ws-cli-max
                    ADD 1 TO ws-cli-usados
                    MOVE ws-cli-usados TO ws-cli-idx
                    MOVE tp-cliente(ws-pres-idx)
                        TO tc-cliente(ws-cli-idx)
                    MOVE 0 TO tc-emitidos(ws-cli-idx)
                    MOVE 0 TO tc-convertidos(ws-cli-idx)
                    MOVE 0 TO tc-perdidos(ws-cli-idx)
                    MOVE 0 TO tc-abiertos(ws-cli-idx)
                ELSE
                    ADD 1 TO ws-desbordes
                    MOVE ws-cli-max TO ws-cli-idx
                END-IF
            END-IF.

       compara-cliente.
            IF tc-cliente(ws-cli-idx) = tp-cliente(ws-pres-idx)
                SET ws-cli-hallado TO TRUE
            ELSE
                ADD 1 TO ws-cli-idx
            END-IF.

       imprime-cliente.
            PERFORM busca-tier-cliente
            IF tc-cliente(ws-cli-idx) = SPACES
                MOVE "CONTADO" TO li-cliente
            ELSE
                MOVE tc-cliente(ws-cli-idx) TO li-cliente
            END-IF
            MOVE ws-tier-cliente TO li-tier
            MOVE tc-emitidos(ws-cli-idx) TO ws-imp-emitidos
            MOVE tc-convertidos(ws-cli-idx) TO ws-imp-convertidos
            MOVE tc-perdidos(ws-cli-idx) TO ws-imp-perdidos
            MOVE tc-abiertos(ws-cli-idx) TO ws-imp-abiertos
            PERFORM escribe-linea-informe
            ADD tc-emitidos(ws-cli-idx) TO tt-emitidos(ws-tier-idx)
            ADD tc-convertidos(ws-cli-idx)
                TO tt-convertidos(ws-tier-idx)
            ADD tc-perdidos(ws-cli-idx) TO tt-perdidos(ws-tier-idx)
            ADD tc-abiertos(ws-cli-idx) TO tt-abiertos(ws-tier-idx).

       busca-tier-cliente.
      * tier vigente del cliente en clientes.dat; sin cliente, sin
      * maestro o con un tier fuera de A/B/C va a la posicion '-'
            MOVE '-' TO ws-tier-cliente
            IF tc-cliente(ws-cli-idx) NOT = SPACES
                    AND ws-clientes-abierto
                MOVE tc-cliente(ws-cli-idx) TO cl-codigo
                READ clientes-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF cl-tier-a OR cl-tier-b OR cl-tier-c
                            MOVE cl-tier TO ws-tier-cliente
                        END-IF
                END-READ
            END-IF
            MOVE 4 TO ws-tier-idx
            IF ws-tier-cliente = 'A'
                MOVE 1 TO ws-tier-idx
            END-IF
            IF ws-tier-cliente = 'B'
                MOVE 2 TO ws-tier-idx
            END-IF
            IF ws-tier-cliente = 'C'
                MOVE 3 TO ws-tier-idx
            END-IF.

       imprime-tier.
            MOVE SPACES TO li-cliente
            MOVE ws-tiers(ws-tier-idx:1) TO li-tier
            MOVE tt-emitidos(ws-tier-idx) TO ws-imp-emitidos
            MOVE tt-convertidos(ws-tier-idx) TO ws-imp-convertidos
            MOVE tt-perdidos(ws-tier-idx) TO ws-imp-perdidos
            MOVE tt-abiertos(ws-tier-idx) TO ws-imp-abiertos
            PERFORM escribe-linea-informe.

       escribe-linea-informe.
      * tasa de conversion sobre lo emitido; sin emitidos es cero
            IF ws-imp-emitidos > 0
                COMPUTE ws-tasa ROUNDED =
                    ws-imp-convertidos * 100 / ws-imp-emitidos
            ELSE
                MOVE 0 TO ws-tasa
            END-IF
            MOVE ws-imp-emitidos TO li-emitidos
            MOVE ws-imp-convertidos TO li-convertidos
            MOVE ws-imp-perdidos TO li-perdidos
            MOVE ws-imp-abiertos TO li-abiertos
            MOVE ws-tasa TO li-tasa
            MOVE ws-linea-informe TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_82.
