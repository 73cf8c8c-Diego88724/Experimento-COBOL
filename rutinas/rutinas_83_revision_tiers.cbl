      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: yearly customer tier review. Works out each
      *     customer's converted volume over the last 12 months -
      *     the quote conversions posted to transacciones.dat in
      *     that window, matched to their quote in presupuestos.dat
      *     for the customer - and proposes the tier its volume
      *     earns against the bands pg-tier-a-miles/pg-tier-b-miles
      *     (parametros_generales.dat; the review does nothing while
      *     pg-tier-b-miles is zero). A tier change is never applied
      *     here: it goes to aprobaciones.dat (aprobacion.cpy) as a
      *     pending TIER request for a supervisor to approve in
      *     rutinas_57, and a customer who already has one pending
      *     is not proposed twice. revision_tiers.log lists every
      *     active customer with its volume and its current and
      *     proposed tier.
      *   - conversions, customers or pending proposals that do not fit
      *     their tables now stop the review with return code 8 before
      *     the report or any proposal is written, instead of being left
      *     out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_83.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transmaestro-status.
           SELECT presupuestos-file ASSIGN TO "presupuestos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-presreg-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT aprobaciones-contador-file
               ASSIGN TO "aprobaciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apr-ctr-status.
           SELECT informe-file ASSIGN TO "revision_tiers.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       COPY parametros.

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  presupuestos-file.
       01  presupuestos-rec pic x(60).

       FD  clientes-file.
       COPY cliente.

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  aprobaciones-contador-file.
       01  aprobaciones-contador-rec pic 9(6).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transmaestro-status==
                     ==:FS-PREFIJO:== BY ==fs-transmaestro==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-presreg-status==
                              ==:FS-PREFIJO:== BY ==fs-presreg==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apr-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-apr-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY presupuesto_registro.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-tier-a-miles pic 9(4) value 0.
       01 ws-tier-b-miles pic 9(4) value 0.
       01 ws-tramo-a pic 9(9)v99 value 0.
       01 ws-tramo-b pic 9(9)v99 value 0.
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-desde pic 9(8).
       01 ws-anio-desde pic 9(4).
       01 ws-siguiente-apr-id pic 9(6) value 0.
       01 ws-desbordes pic 9(5) value 0.
      * conversiones de presupuesto contabilizadas en la ventana
       01 ws-conv-max pic 9(4) value 5000.
       01 ws-conv-usadas pic 9(4) value 0.
       01 ws-conv-idx pic 9(4).
       01 ws-conv-hallada-sw pic x value 'N'.
           88 ws-conv-hallada value 'Y'.
       01 ws-conv-tabla.
           05 ws-conv-entrada occurs 5000 times.
               10 cv-numero  pic 9(6).
               10 cv-importe pic 9(7)v99.
       01 ws-conv-numero pic x(6).
       01 ws-conv-numero-num redefines ws-conv-numero pic 9(6).
      * volumen convertido por cliente
       01 ws-vol-max pic 9(4) value 2000.
       01 ws-vol-usados pic 9(4) value 0.
       01 ws-vol-idx pic 9(4).
       01 ws-vol-hallado-sw pic x value 'N'.
           88 ws-vol-hallado value 'Y'.
       01 ws-vol-tabla.
           05 ws-vol-entrada occurs 2000 times.
               10 vc-cliente pic x(6).
               10 vc-volumen pic 9(9)v99.
      * clientes que ya tienen una propuesta de tier pendiente
       01 ws-pend-max pic 9(4) value 2000.
       01 ws-pend-usados pic 9(4) value 0.
       01 ws-pend-idx pic 9(4).
       01 ws-pend-hallado-sw pic x value 'N'.
           88 ws-pend-hallado value 'Y'.
       01 ws-pend-tabla.
           05 ws-pend-cliente occurs 2000 times pic x(6).
       01 ws-busca-cliente pic x(6).
       01 ws-volumen-cliente pic 9(9)v99.
       01 ws-tier-propuesto pic x(1).
       01 ws-volumen-edit pic z(8)9.99.
       01 ws-revisados pic 9(5) value 0.
       01 ws-propuestos pic 9(5) value 0.
       01 ws-ya-pendientes pic 9(5) value 0.
       01 ws-cabecera-informe.
           05 filler pic x(32) value
               "REVISION ANUAL DE TIERS - DESDE ".
           05 ci-desde pic 9(8).
           05 filler pic x(7) value " HASTA ".
           05 ci-hasta pic 9(8).
       01 ws-linea-tramos.
           05 filler pic x(10) value "TRAMOS: A ".
           05 lt-tramo-a pic z(8)9.
           05 filler pic x(6) value "  B ".
           05 lt-tramo-b pic z(8)9.
       01 ws-titulos-informe.
           05 filler pic x(29) value
               "CLIENTE NOMBRE".
           05 filler pic x(51) value
               " VOLUMEN 12M  ACT PROP  SITUACION".
       01 ws-linea-informe.
           05 li-cliente   pic x(6).
           05 filler       pic x(2) value spaces.
           05 li-nombre    pic x(20).
           05 filler       pic x(1) value spaces.
           05 li-volumen   pic z(8)9.99.
           05 filler       pic x(3) value spaces.
           05 li-actual    pic x(1).
           05 filler       pic x(4) value spaces.
           05 li-propuesto pic x(1).
           05 filler       pic x(2) value spaces.
           05 li-situacion pic x(28).
       01 ws-linea-resumen.
           05 filler pic x(12) value "REVISADOS: ".
           05 lr-revisados pic zzzz9.
           05 filler pic x(15) value "  PROPUESTOS: ".
           05 lr-propuestos pic zzzz9.
           05 filler pic x(18) value "  YA PENDIENTES: ".
           05 lr-pendientes pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM lee-parametros
            IF ws-tier-b-miles = 0
                DISPLAY "rutinas_83: tramos de tier sin configurar "
                        "(pg-tier-b-miles = 0), no se propone nada"
                GO TO fin-programa
            END-IF
            COMPUTE ws-tramo-a = ws-tier-a-miles * 1000
            COMPUTE ws-tramo-b = ws-tier-b-miles * 1000
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy(1:4) TO ws-anio-desde
            SUBTRACT 1 FROM ws-anio-desde
            MOVE ws-fecha-hoy TO ws-fecha-desde
            MOVE ws-anio-desde TO ws-fecha-desde(1:4)

            PERFORM carga-conversiones
            PERFORM acumula-volumenes
            PERFORM carga-pendientes
      * con volumenes incompletos un cliente bajaria de tier sin
      * motivo: lo que no cabe en las tablas detiene la revision
            IF ws-desbordes > 0
                DISPLAY "ERROR: " ws-desbordes " movimientos no caben "
                        "en las tablas, no se revisan los tiers"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN INPUT clientes-file
            IF NOT fs-cl-ok
                DISPLAY "aviso: no se encontro clientes.dat, no hay "
                        "clientes que revisar"
                GO TO fin-programa
            END-IF
            OPEN OUTPUT informe-file
            MOVE ws-fecha-desde TO ci-desde
            MOVE ws-fecha-hoy TO ci-hasta
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE ws-tramo-a TO lt-tramo-a
            MOVE ws-tramo-b TO lt-tramo-b
            MOVE ws-linea-tramos TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-informe TO informe-rec
            WRITE informe-rec
            MOVE 'N' TO ws-eof-sw
            MOVE LOW-VALUES TO cl-codigo
            START clientes-file KEY IS NOT LESS THAN cl-codigo
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM revisa-cliente UNTIL ws-eof
            CLOSE clientes-file
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-revisados TO lr-revisados
            MOVE ws-propuestos TO lr-propuestos
            MOVE ws-ya-pendientes TO lr-pendientes
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "clientes revisados: " ws-revisados
                    "  cambios propuestos: " ws-propuestos
            DISPLAY "informe en revision_tiers.log".

       fin-programa.
            STOP RUN.

       lee-parametros.
            OPEN INPUT parametros-file
            IF fs-parm-ok
                READ parametros-file
                    NOT AT END
                        IF pg-tier-a-miles IS NUMERIC
                            MOVE pg-tier-a-miles TO ws-tier-a-miles
                        END-IF
                        IF pg-tier-b-miles IS NUMERIC
                            MOVE pg-tier-b-miles TO ws-tier-b-miles
                        END-IF
                END-READ
                CLOSE parametros-file
            END-IF.

       carga-conversiones.
      * cada conversion de rutinas_65 es una transaccion con la
      * descripcion "presupuesto NNNNNN" por el total del presupuesto
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT transaccion-maestro-file
            IF NOT fs-transmaestro-ok
                DISPLAY "aviso: no se encontro transacciones.dat"
            ELSE
                MOVE ws-fecha-desde TO tr-fecha
                START transaccion-maestro-file KEY IS
                        GREATER THAN tr-fecha
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lee-transaccion UNTIL ws-eof
                CLOSE transaccion-maestro-file
            END-IF.

       lee-transaccion.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF tr-fecha > ws-fecha-hoy
                        SET ws-eof TO TRUE
                    ELSE
                        MOVE tr-descripcion(13:6) TO ws-conv-numero
                        IF tr-descripcion(1:12) = "presupuesto "
                                AND ws-conv-numero IS NUMERIC
                            PERFORM anota-conversion
                        END-IF
                    END-IF
            END-READ.

       anota-conversion.
            IF ws-conv-usadas < ws-conv-max
                ADD 1 TO ws-conv-usadas
                MOVE ws-conv-numero-num TO cv-numero(ws-conv-usadas)
                MOVE tr-importe TO cv-importe(ws-conv-usadas)
            ELSE
                ADD 1 TO ws-desbordes
            END-IF.

       acumula-volumenes.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT presupuestos-file
            IF NOT fs-presreg-ok
                DISPLAY "aviso: no se encontro presupuestos.dat"
            ELSE
                PERFORM lee-presupuesto UNTIL ws-eof
                CLOSE presupuestos-file
            END-IF.

       lee-presupuesto.
      * un presupuesto sin cliente es una venta de contado y no
      * cuenta para nadie
            READ presupuestos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE presupuestos-rec TO ws-pres-linea
                    IF pr-cabecera AND ph-cliente NOT = SPACES
                        PERFORM busca-conversion
                        IF ws-conv-hallada
                            PERFORM suma-volumen-cliente
                        END-IF
                    END-IF
            END-READ.

       busca-conversion.
            MOVE 'N' TO ws-conv-hallada-sw
            MOVE 1 TO ws-conv-idx
            PERFORM compara-conversion
                UNTIL ws-conv-hallada OR ws-conv-idx > ws-conv-usadas.

       compara-conversion.
            IF cv-numero(ws-conv-idx) = pr-numero
                SET ws-conv-hallada TO TRUE
            ELSE
                ADD 1 TO ws-conv-idx
            END-IF.

       suma-volumen-cliente.
            MOVE ph-cliente TO ws-busca-cliente
            PERFORM busca-volumen
            IF ws-vol-hallado
                ADD cv-importe(ws-conv-idx) TO vc-volumen(ws-vol-idx)
            ELSE
                IF ws-vol-usados < ws-vol-max
                    ADD 1 TO ws-vol-usados
                    MOVE ph-cliente TO vc-cliente(ws-vol-usados)
                    MOVE cv-importe(ws-conv-idx)
                        TO vc-volumen(ws-vol-usados)
                ELSE
                    ADD 1 TO ws-desbordes
                END-IF
            END-IF.

       busca-volumen.
      * busca en la tabla de volumenes el cliente ws-busca-cliente
            MOVE 'N' TO ws-vol-hallado-sw
            MOVE 1 TO ws-vol-idx
            PERFORM compara-volumen
                UNTIL ws-vol-hallado OR ws-vol-idx > ws-vol-usados.

       compara-volumen.
            IF vc-cliente(ws-vol-idx) = ws-busca-cliente
                SET ws-vol-hallado TO TRUE
            ELSE
                ADD 1 TO ws-vol-idx
            END-IF.

       carga-pendientes.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT aprobaciones-file
            IF fs-aprobaciones-ok
                MOVE LOW-VALUES TO apr-id
                START aprobaciones-file KEY IS NOT LESS THAN apr-id
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lee-aprobacion UNTIL ws-eof
                CLOSE aprobaciones-file
            END-IF.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF apr-pendiente AND apr-tipo = "TIER"
                        IF ws-pend-usados < ws-pend-max
                            ADD 1 TO ws-pend-usados
                            MOVE apr-detalle1(1:6)
                                TO ws-pend-cliente(ws-pend-usados)
                        ELSE
                            ADD 1 TO ws-desbordes
                        END-IF
                    END-IF
            END-READ.

       revisa-cliente.
            READ clientes-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF cl-activo
                        PERFORM propone-tier
                    END-IF
            END-READ.

       propone-tier.
            ADD 1 TO ws-revisados
            MOVE cl-codigo TO ws-busca-cliente
            MOVE cl-codigo TO li-cliente
            PERFORM busca-volumen
            IF ws-vol-hallado
                MOVE vc-volumen(ws-vol-idx) TO ws-volumen-cliente
            ELSE
                MOVE 0 TO ws-volumen-cliente
            END-IF
      * un pg-tier-a-miles a cero deja el tier A sin tramo
            MOVE 'C' TO ws-tier-propuesto
            IF ws-volumen-cliente >= ws-tramo-b
                MOVE 'B' TO ws-tier-propuesto
            END-IF
            IF ws-tier-a-miles > 0
                    AND ws-volumen-cliente >= ws-tramo-a
                MOVE 'A' TO ws-tier-propuesto
            END-IF
            MOVE cl-nombre TO li-nombre
            MOVE ws-volumen-cliente TO li-volumen
            MOVE cl-tier TO li-actual
            MOVE ws-tier-propuesto TO li-propuesto
            IF ws-tier-propuesto = cl-tier
                MOVE "sin cambio" TO li-situacion
            ELSE
                PERFORM busca-pendiente
                IF ws-pend-hallado
                    MOVE "ya hay una propuesta pendiente"
                        TO li-situacion
                    ADD 1 TO ws-ya-pendientes
                ELSE
                    PERFORM graba-solicitud-aprobacion
                    MOVE SPACES TO li-situacion
                    STRING "propuesto, solicitud " apr-id
                        DELIMITED BY SIZE INTO li-situacion
                    ADD 1 TO ws-propuestos
                END-IF
            END-IF
            MOVE ws-linea-informe TO informe-rec
            WRITE informe-rec.

       busca-pendiente.
            MOVE 'N' TO ws-pend-hallado-sw
            MOVE 1 TO ws-pend-idx
            PERFORM compara-pendiente
                UNTIL ws-pend-hallado OR ws-pend-idx > ws-pend-usados.

       compara-pendiente.
            IF ws-pend-cliente(ws-pend-idx) = cl-codigo
                SET ws-pend-hallado TO TRUE
            ELSE
                ADD 1 TO ws-pend-idx
            END-IF.

       graba-solicitud-aprobacion.
      * el cambio de tier no se aplica aqui: queda pendiente en la
      * cola maker/checker y lo aplica rutinas_57 al aprobarlo
            PERFORM siguiente-apr-id
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "TIER" TO apr-tipo
            MOVE "rutinas_83" TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE cl-codigo TO apr-detalle1
            MOVE ws-tier-propuesto TO apr-detalle2
            MOVE ws-volumen-cliente TO ws-volumen-edit
            MOVE SPACES TO apr-detalle3
            STRING cl-tier " " ws-volumen-edit
                DELIMITED BY SIZE INTO apr-detalle3
            SET apr-pendiente TO TRUE
            MOVE SPACES TO apr-aprueba
            MOVE 0 TO apr-fecha-apr
            MOVE SPACES TO apr-nota
            OPEN I-O aprobaciones-file
            IF fs-aprobaciones-fichero-no-existe
                OPEN OUTPUT aprobaciones-file
                CLOSE aprobaciones-file
                OPEN I-O aprobaciones-file
            END-IF
            WRITE aprobacion-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE aprobaciones-file.

       siguiente-apr-id.
            OPEN INPUT aprobaciones-contador-file
            IF fs-apr-ctr-ok
                READ aprobaciones-contador-file
                    NOT AT END
                        MOVE aprobaciones-contador-rec
                            TO ws-siguiente-apr-id
                END-READ
                CLOSE aprobaciones-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-apr-id
            END-IF
            ADD 1 TO ws-siguiente-apr-id
            OPEN OUTPUT aprobaciones-contador-file
            MOVE ws-siguiente-apr-id TO aprobaciones-contador-rec
            WRITE aprobaciones-contador-rec
            CLOSE aprobaciones-contador-file.

       END PROGRAM rutinas_83.
