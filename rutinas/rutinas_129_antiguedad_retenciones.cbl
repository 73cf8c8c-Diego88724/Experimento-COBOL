      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: aged report of everything still on hold or
      *     in dispute in transacciones.dat (tr-estado-sw 'R' or
      *     'D'). Each such transaction is listed with the date it
      *     was held (tr-estado-fecha), its age in days and the
      *     supervisor and reason of its last change taken from
      *     retenciones_transacciones.log, and its amount spread
      *     into under 30, 30, 60 and 90+ day columns as rutinas_78
      *     ages the receivables; a block per status and the grand
      *     total close retenciones_antiguedad_AAAAMMDD.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_129.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT historial-file
               ASSIGN TO "retenciones_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-historial-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  historial-file.
       01  historial-rec pic x(84).

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-historial-status==
                              ==:FS-PREFIJO:== BY ==fs-historial==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY retencion_transaccion.
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-calculo pic 9(8).
       01 ws-fecha-calculo-r redefines ws-fecha-calculo.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dias-hoy pic 9(7).
       01 ws-dias-calculo pic 9(7).
       01 ws-antiguedad pic s9(7).
       01 ws-tramo pic 9(1).
       01 ws-tramo-idx pic 9(1).
       01 ws-estado-idx pic 9(1).
       01 ws-listados pic 9(5) value 0.
      * ultimo cambio de estado de cada transaccion, del historial
       01 ws-historial-tabla.
           05 ws-historial-entrada occurs 500 times.
               10 hs-numero     pic 9(8).
               10 hs-supervisor pic x(10).
               10 hs-motivo     pic x(30).
       01 ws-historial-count pic 9(3) value 0.
       01 ws-historial-idx pic 9(3).
      * estados: 1 retenida, 2 disputada; tramos: 1 menos de 30
      * dias, 2 de 30, 3 de 60, 4 de 90 o mas
       01 ws-estado-tabla.
           05 ws-estado-entrada occurs 2 times.
               10 te-tramo occurs 4 times pic 9(9)v99 value 0.
               10 te-total pic 9(9)v99 value 0.
               10 te-conteo pic 9(5) value 0.
       01 ws-estado-nombres pic x(18) value "RETENIDASDISPUTADA".
       01 ws-nombre-pos pic 9(2).
       01 ws-general-tramos.
           05 ws-general-tramo occurs 4 times pic 9(9)v99 value 0.
       01 ws-general-total pic 9(9)v99 value 0.
       01 ws-cabecera-informe.
           05 filler pic x(41) value
               "TRANSACCIONES RETENIDAS Y DISPUTADAS - A ".
           05 ci-fecha pic 9(8).
       01 ws-titulos-detalle.
           05 filler pic x(48) value
               "NUMERO   FECHA    SUC  ESTADO    DESDE     DIAS".
           05 filler pic x(52) value
               "   IMPORTE SUPERVISOR MOTIVO".
       01 ws-linea-detalle.
           05 ld-numero     pic 9(8).
           05 filler        pic x(1) value space.
           05 ld-fecha      pic 9(8).
           05 filler        pic x(1) value space.
           05 ld-sucursal   pic x(4).
           05 filler        pic x(1) value space.
           05 ld-estado     pic x(9).
           05 filler        pic x(1) value space.
           05 ld-desde      pic 9(8).
           05 filler        pic x(1) value space.
           05 ld-dias       pic zzzz9.
           05 filler        pic x(1) value space.
           05 ld-importe    pic z(6)9.99.
           05 filler        pic x(1) value space.
           05 ld-supervisor pic x(10).
           05 filler        pic x(1) value space.
           05 ld-motivo     pic x(30).
       01 ws-titulos-tramos.
           05 filler pic x(16) value "ESTADO      NUM.".
           05 filler pic x(14) value "   MENOS DE 30".
           05 filler pic x(14) value "       30 DIAS".
           05 filler pic x(14) value "       60 DIAS".
           05 filler pic x(14) value "      90+ DIAS".
           05 filler pic x(14) value "         TOTAL".
       01 ws-linea-estado.
           05 le-estado     pic x(9).
           05 filler        pic x(2) value spaces.
           05 le-conteo     pic zzzz9.
           05 le-importes occurs 5 times.
               10 filler    pic x(1) value spaces.
               10 le-importe pic z(9)9.99.
       01 ws-linea-general.
           05 filler        pic x(11) value "TOTAL".
           05 lg-conteo     pic zzzz9.
           05 lg-importes occurs 5 times.
               10 filler    pic x(1) value spaces.
               10 lg-importe pic z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT transaccion-maestro-file
            IF NOT fs-transaccion-ok
                DISPLAY "aviso: no se encontro transacciones.dat, no "
                        "se genera el informe"
                GO TO fin-programa
            END-IF
            PERFORM carga-historial
            IF ws-tabla-llena
                CLOSE transaccion-maestro-file
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO ws-fecha-calculo
            PERFORM calcula-dias
            MOVE ws-dias-calculo TO ws-dias-hoy

            MOVE SPACES TO ws-nombre-informe
            STRING "retenciones_antiguedad_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO ci-fecha
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-detalle TO informe-rec
            WRITE informe-rec

            MOVE 'N' TO ws-eof-sw
            PERFORM procesa-transaccion UNTIL ws-eof
            CLOSE transaccion-maestro-file

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-tramos TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-estado
                VARYING ws-estado-idx FROM 1 BY 1
                UNTIL ws-estado-idx > 2
            PERFORM graba-linea-general
            CLOSE informe-file
            DISPLAY "transacciones retenidas o disputadas: "
                    ws-listados ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       calcula-dias.
      * dias aproximados sobre calendario comercial (ano de 360,
      * mes de 30), el criterio de rutinas_78 para sus tramos
            COMPUTE ws-dias-calculo =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       carga-historial.
      * el historial se lee entero una vez; cada linea pisa la
      * anterior de la misma transaccion, asi que queda el ultimo
      * cambio
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT historial-file
            IF fs-historial-ok
                PERFORM carga-linea-historial UNTIL ws-eof
                CLOSE historial-file
            END-IF.

       carga-linea-historial.
            READ historial-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE historial-rec TO ws-retencion-linea
                    IF rh-numero IS NUMERIC
                        PERFORM anota-historial
                    END-IF
            END-READ.

       anota-historial.
            PERFORM busca-historial
            IF NOT ws-encontrado
                IF ws-historial-count < 500
                    ADD 1 TO ws-historial-count
                    MOVE ws-historial-count TO ws-historial-idx
                    MOVE rh-numero TO hs-numero(ws-historial-idx)
                ELSE
                    PERFORM avisa-tabla-llena
                END-IF
            END-IF
            IF ws-historial-idx <= ws-historial-count
                MOVE rh-supervisor TO hs-supervisor(ws-historial-idx)
                MOVE rh-motivo TO hs-motivo(ws-historial-idx)
            END-IF.

       busca-historial.
            MOVE 'N' TO ws-encontrado-sw
            MOVE 1 TO ws-historial-idx
            PERFORM busca-historial-siguiente
                UNTIL ws-historial-idx > ws-historial-count
                   OR ws-encontrado.

       busca-historial-siguiente.
            IF hs-numero(ws-historial-idx) = rh-numero
                SET ws-encontrado TO TRUE
            ELSE
                ADD 1 TO ws-historial-idx
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla del historial llena, no caben "
                        "todos los motivos de retencion"
                SET ws-tabla-llena TO TRUE
            END-IF.

       procesa-transaccion.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF tr-fuera-liquidacion
                        PERFORM acumula-retenida
                    END-IF
            END-READ.

       acumula-retenida.
            ADD 1 TO ws-listados
            IF tr-disputada
                MOVE 2 TO ws-estado-idx
                MOVE "disputada" TO ld-estado
            ELSE
                MOVE 1 TO ws-estado-idx
                MOVE "retenida" TO ld-estado
            END-IF
      * sin fecha de estado la antiguedad se cuenta desde la fecha de
      * la transaccion
            IF tr-estado-fecha IS NUMERIC AND tr-estado-fecha > 0
                MOVE tr-estado-fecha TO ws-fecha-calculo
            ELSE
                MOVE tr-fecha TO ws-fecha-calculo
            END-IF
            MOVE ws-fecha-calculo TO ld-desde
            PERFORM calcula-dias
            COMPUTE ws-antiguedad = ws-dias-hoy - ws-dias-calculo
            IF ws-antiguedad < 0
                MOVE 0 TO ws-antiguedad
            END-IF
            EVALUATE TRUE
                WHEN ws-antiguedad < 30
                    MOVE 1 TO ws-tramo
                WHEN ws-antiguedad < 60
                    MOVE 2 TO ws-tramo
                WHEN ws-antiguedad < 90
                    MOVE 3 TO ws-tramo
                WHEN OTHER
                    MOVE 4 TO ws-tramo
            END-EVALUATE
            ADD tr-importe TO te-tramo(ws-estado-idx ws-tramo)
            ADD tr-importe TO te-total(ws-estado-idx)
            ADD 1 TO te-conteo(ws-estado-idx)
            ADD tr-importe TO ws-general-tramo(ws-tramo)
            ADD tr-importe TO ws-general-total

            MOVE tr-numero-transaccion TO ld-numero
            MOVE tr-fecha TO ld-fecha
            IF tr-sucursal = SPACES
                MOVE "CASA" TO ld-sucursal
            ELSE
                MOVE tr-sucursal TO ld-sucursal
            END-IF
            MOVE ws-antiguedad TO ld-dias
            MOVE tr-importe TO ld-importe
            MOVE SPACES TO ld-supervisor
            MOVE SPACES TO ld-motivo
            MOVE tr-numero-transaccion TO rh-numero
            PERFORM busca-historial
            IF ws-encontrado
                MOVE hs-supervisor(ws-historial-idx) TO ld-supervisor
                MOVE hs-motivo(ws-historial-idx) TO ld-motivo
            END-IF
            MOVE ws-linea-detalle TO informe-rec
            WRITE informe-rec.

       graba-linea-estado.
            COMPUTE ws-nombre-pos = ws-estado-idx * 9 - 8
            MOVE ws-estado-nombres(ws-nombre-pos:9) TO le-estado
            MOVE te-conteo(ws-estado-idx) TO le-conteo
            PERFORM mueve-tramo-estado
                VARYING ws-tramo-idx FROM 1 BY 1
                UNTIL ws-tramo-idx > 4
            MOVE te-total(ws-estado-idx) TO le-importe(5)
            MOVE ws-linea-estado TO informe-rec
            WRITE informe-rec.

       mueve-tramo-estado.
            MOVE te-tramo(ws-estado-idx ws-tramo-idx)
                TO le-importe(ws-tramo-idx).

       graba-linea-general.
            MOVE ws-listados TO lg-conteo
            PERFORM mueve-tramo-general
                VARYING ws-tramo-idx FROM 1 BY 1
                UNTIL ws-tramo-idx > 4
            MOVE ws-general-total TO lg-importe(5)
            MOVE ws-linea-general TO informe-rec
            WRITE informe-rec.

       mueve-tramo-general.
            MOVE ws-general-tramo(ws-tramo-idx)
                TO lg-importe(ws-tramo-idx).

       END PROGRAM rutinas_129.
