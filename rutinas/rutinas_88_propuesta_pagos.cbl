      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: weekly supplier payment proposal. Takes
      *     every pending purchase invoice in facturas_proveedor.dat
      *     (factura_proveedor.cpy) that falls due by the date keyed
      *     (blank = a week from today), lists them per supplier to
      *     propuesta_pagos.log and records them under one proposal
      *     number in propuestas_pago.dat (propuesta_pago.cpy). The
      *     proposal is not paid here: it goes to aprobaciones.dat
      *     as a pending PAGOS request, and rutinas_57 writes the
      *     payment file and posts the payments when a supervisor
      *     approves it. While a proposal is still pending a new one
      *     is refused with return code 8, so no invoice can be
      *     proposed twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_88.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT facturas-prov-file ASSIGN TO "facturas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fp-clave
               FILE STATUS IS ws-fp-status.
           SELECT proveedores-file ASSIGN TO "proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pv-codigo
               FILE STATUS IS ws-pv-status.
           SELECT propuestas-file ASSIGN TO "propuestas_pago.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-propuestas-status.
           SELECT propuestas-contador-file
               ASSIGN TO "propuestas_pago_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prop-ctr-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT aprobaciones-contador-file
               ASSIGN TO "aprobaciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apr-ctr-status.
           SELECT informe-file ASSIGN TO "propuesta_pagos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  facturas-prov-file.
       COPY factura_proveedor.

       FD  proveedores-file.
       COPY proveedor.

       FD  propuestas-file.
       01  propuestas-rec pic x(90).

       FD  propuestas-contador-file.
       01  propuestas-contador-rec pic 9(6).

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  aprobaciones-contador-file.
       01  aprobaciones-contador-rec pic 9(6).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fp-status==
                              ==:FS-PREFIJO:== BY ==fs-fp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pv-status==
                              ==:FS-PREFIJO:== BY ==fs-pv==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-propuestas-status==
                              ==:FS-PREFIJO:== BY ==fs-propuestas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-prop-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-prop-ctr==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apr-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-apr-ctr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY propuesta_pago.
       01 ws-operador-id pic x(10).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-pendiente-sw pic x value 'N'.
           88 ws-hay-pendiente value 'Y'.
       01 ws-proveedores-abierto-sw pic x value 'N'.
           88 ws-proveedores-abierto value 'Y'.
       01 ws-pendiente-id pic 9(6).
       01 ws-siguiente-apr-id pic 9(6) value 0.
       01 ws-siguiente-propuesta pic 9(6) value 0.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-hoy-partes redefines ws-fecha-hoy.
           05 fh-aaaa pic 9(4).
           05 fh-mm   pic 9(2).
           05 fh-dd   pic 9(2).
       01 ws-fecha-limite pic 9(8).
       01 ws-fecha-limite-partes redefines ws-fecha-limite.
           05 fl-aaaa pic 9(4).
           05 fl-mm   pic 9(2).
           05 fl-dd   pic 9(2).
       01 ws-serial-limite pic 9(7).
       01 ws-resto-limite pic 9(3).
       01 ws-dias-semana pic 9(3) value 7.
       01 ws-propuestas pic 9(5) value 0.
       01 ws-total-propuesta pic 9(9)v99 value 0.
       01 ws-total-edit pic z(8)9.99.
       01 ws-cabecera-informe.
           05 filler pic x(21) value "PROPUESTA DE PAGOS N.".
           05 ci-propuesta pic 9(6).
           05 filler pic x(19) value "  - VENCE HASTA EL ".
           05 ci-limite pic 9(8).
       01 ws-titulos-informe.
           05 filler pic x(28) value "PROVEEDOR NOMBRE".
           05 filler pic x(45) value
               "FACTURA       VENCIMIENTO        IMPORTE".
       01 ws-linea-informe.
           05 li-proveedor   pic x(6).
           05 filler         pic x(4) value spaces.
           05 li-nombre      pic x(18).
           05 li-factura     pic x(12).
           05 filler         pic x(2) value spaces.
           05 li-vencimiento pic 9(8).
           05 filler         pic x(5) value spaces.
           05 li-importe     pic z(6)9.99.
       01 ws-linea-total.
           05 filler pic x(10) value "FACTURAS: ".
           05 lt-facturas pic zzzz9.
           05 filler pic x(25) value spaces.
           05 filler pic x(8) value "TOTAL: ".
           05 lt-total pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            DISPLAY "pagar lo que vence hasta (AAAAMMDD, blanco = "
                    "una semana desde hoy): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                PERFORM calcula-fecha-limite
            ELSE
                IF ws-fecha-entrada NOT NUMERIC
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 8 TO RETURN-CODE
                    GO TO fin-programa
                END-IF
                MOVE ws-fecha-num TO ws-fecha-limite
            END-IF

      * mientras una propuesta espera aprobacion no se hace otra:
      * sus facturas siguen pendientes y se propondrian dos veces
            PERFORM busca-propuesta-pendiente
            IF ws-hay-pendiente
                DISPLAY "ERROR: la solicitud " ws-pendiente-id
                        " con la propuesta anterior sigue pendiente "
                        "de aprobacion, no se propone otra"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            OPEN INPUT facturas-prov-file
            IF NOT fs-fp-ok
                DISPLAY "aviso: no se encontro facturas_proveedor."
                        "dat, no hay nada que pagar"
                GO TO fin-programa
            END-IF
            OPEN INPUT proveedores-file
            IF fs-pv-ok
                SET ws-proveedores-abierto TO TRUE
            END-IF
            PERFORM siguiente-propuesta-id
            OPEN EXTEND propuestas-file
            IF fs-propuestas-fichero-no-existe
                OPEN OUTPUT propuestas-file
            END-IF
            OPEN OUTPUT informe-file
            MOVE ws-siguiente-propuesta TO ci-propuesta
            MOVE ws-fecha-limite TO ci-limite
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-informe TO informe-rec
            WRITE informe-rec

            MOVE LOW-VALUES TO fp-clave
            START facturas-prov-file KEY IS NOT LESS THAN fp-clave
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM revisa-factura UNTIL ws-eof

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-propuestas TO lt-facturas
            MOVE ws-total-propuesta TO lt-total
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            CLOSE propuestas-file
            IF ws-proveedores-abierto
                CLOSE proveedores-file
            END-IF
            CLOSE facturas-prov-file

            IF ws-propuestas = 0
                DISPLAY "no vence ninguna factura hasta el "
                        ws-fecha-limite ", no hay propuesta"
            ELSE
                PERFORM graba-solicitud-aprobacion
                MOVE ws-total-propuesta TO ws-total-edit
                DISPLAY "propuesta " ws-siguiente-propuesta ": "
                        ws-propuestas " facturas por " ws-total-edit
                DISPLAY "pendiente de aprobacion, solicitud " apr-id
            END-IF
            DISPLAY "detalle en propuesta_pagos.log".

       fin-programa.
            STOP RUN.

       calcula-fecha-limite.
      * hoy mas una semana sobre el calendario comercial; un dia 31
      * cuenta como 30
            IF fh-dd > 30
                COMPUTE ws-serial-limite =
                    fh-aaaa * 360 + (fh-mm - 1) * 30 + 29
                    + ws-dias-semana
            ELSE
                COMPUTE ws-serial-limite =
                    fh-aaaa * 360 + (fh-mm - 1) * 30 + fh-dd - 1
                    + ws-dias-semana
            END-IF
            DIVIDE ws-serial-limite BY 360 GIVING fl-aaaa
                REMAINDER ws-resto-limite
            DIVIDE ws-resto-limite BY 30 GIVING fl-mm
                REMAINDER fl-dd
            ADD 1 TO fl-mm
            ADD 1 TO fl-dd.

       busca-propuesta-pendiente.
            MOVE 'N' TO ws-pendiente-sw
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
            END-IF
            MOVE 'N' TO ws-eof-sw.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF apr-pendiente AND apr-tipo = "PAGOS"
                        SET ws-hay-pendiente TO TRUE
                        MOVE apr-id TO ws-pendiente-id
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       revisa-factura.
            READ facturas-prov-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF fp-pendiente
                            AND fp-vencimiento <= ws-fecha-limite
                        PERFORM propone-factura
                    END-IF
            END-READ.

       propone-factura.
            MOVE SPACES TO ws-propuesta-linea
            MOVE ws-siguiente-propuesta TO pp-propuesta
            MOVE fp-proveedor TO pp-proveedor
            MOVE fp-factura TO pp-factura
            MOVE fp-vencimiento TO pp-vencimiento
            MOVE fp-importe TO pp-importe
      * sin maestro o sin el proveedor, la linea sale sin cuenta y el
      * aprobador lo ve
            IF ws-proveedores-abierto
                MOVE fp-proveedor TO pv-codigo
                READ proveedores-file
                    INVALID KEY
                        MOVE "PROVEEDOR INEXISTENT" TO pp-nombre
                    NOT INVALID KEY
                        MOVE pv-nombre TO pp-nombre
                        MOVE pv-iban TO pp-iban
                END-READ
            END-IF
            MOVE ws-propuesta-linea TO propuestas-rec
            WRITE propuestas-rec
            ADD 1 TO ws-propuestas
            ADD fp-importe TO ws-total-propuesta
            MOVE fp-proveedor TO li-proveedor
            MOVE pp-nombre TO li-nombre
            MOVE fp-factura TO li-factura
            MOVE fp-vencimiento TO li-vencimiento
            MOVE fp-importe TO li-importe
            MOVE ws-linea-informe TO informe-rec
            WRITE informe-rec.

       siguiente-propuesta-id.
            OPEN INPUT propuestas-contador-file
            IF fs-prop-ctr-ok
                READ propuestas-contador-file
                    NOT AT END
                        MOVE propuestas-contador-rec
                            TO ws-siguiente-propuesta
                END-READ
                CLOSE propuestas-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-propuesta
            END-IF
            ADD 1 TO ws-siguiente-propuesta
            OPEN OUTPUT propuestas-contador-file
            MOVE ws-siguiente-propuesta TO propuestas-contador-rec
            WRITE propuestas-contador-rec
            CLOSE propuestas-contador-file.

       graba-solicitud-aprobacion.
      * el pago no se hace aqui: queda pendiente en la cola
      * maker/checker y lo ejecuta rutinas_57 al aprobarlo
            PERFORM siguiente-apr-id
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "PAGOS" TO apr-tipo
            MOVE ws-operador-id TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE ws-siguiente-propuesta TO apr-detalle1
            MOVE SPACES TO apr-detalle2
            STRING ws-propuestas " facturas"
                DELIMITED BY SIZE INTO apr-detalle2
            MOVE ws-total-propuesta TO ws-total-edit
            MOVE ws-total-edit TO apr-detalle3
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

       END PROGRAM rutinas_88.
