      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: aged report of the batch lines still
      *     unresolved in suspense.dat (suspense.cpy): pending
      *     correction ('P') or corrected and waiting to be
      *     resubmitted ('C'). Each one is listed with its origin,
      *     the date and run it was rejected in, its age in days, the
      *     reason and the line as it was read; a block per origin
      *     (calc_entrada.dat, operaciones_lote.dat, branch feeds)
      *     counts them in under 3, 3 to 7, 8 to 30 and over 30 day
      *     columns, closing suspense_antiguedad_AAAAMMDD.log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_135.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sp-id
               FILE STATUS IS ws-suspense-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  suspense-file.
       COPY suspense.

       FD  informe-file.
       01  informe-rec pic x(132).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-suspense-status==
                              ==:FS-PREFIJO:== BY ==fs-suspense==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
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
       01 ws-origen-idx pic 9(1).
       01 ws-listados pic 9(5) value 0.
      * origenes: 1 CALC, 2 OPER, 3 FEED; tramos: 1 menos de 3
      * dias, 2 de 3 a 7, 3 de 8 a 30, 4 mas de 30
       01 ws-origen-tabla.
           05 ws-origen-entrada occurs 3 times.
               10 to-tramo occurs 4 times pic 9(5) value 0.
               10 to-total pic 9(5) value 0.
       01 ws-origen-nombres pic x(60) value
           "calc_entrada.dat    operaciones_lote.datfeeds de sucursal".
       01 ws-nombre-pos pic 9(2).
       01 ws-general-tramos.
           05 ws-general-tramo occurs 4 times pic 9(5) value 0.
       01 ws-general-total pic 9(5) value 0.
       01 ws-cabecera-informe.
           05 filler pic x(36) value
               "LINEAS EN SUSPENSE SIN RESOLVER - A ".
           05 ci-fecha pic 9(8).
       01 ws-titulos-detalle.
           05 filler pic x(42) value
               "LINEA  ORIG RECHAZADA  RUN  ESTADO    DIAS".
           05 filler pic x(38) value
               " CAMPO           MOTIVO".
       01 ws-linea-detalle.
           05 ld-id         pic 9(6).
           05 filler        pic x(1) value space.
           05 ld-origen     pic x(4).
           05 filler        pic x(1) value space.
           05 ld-fecha      pic 9(8).
           05 filler        pic x(1) value space.
           05 ld-run        pic 9(5).
           05 filler        pic x(1) value space.
           05 ld-estado     pic x(9).
           05 filler        pic x(1) value space.
           05 ld-dias       pic zzzz9.
           05 filler        pic x(1) value space.
           05 ld-campo      pic x(15).
           05 filler        pic x(1) value space.
           05 ld-motivo     pic x(20).
       01 ws-linea-imagen.
           05 filler        pic x(7) value spaces.
           05 li-linea      pic x(80).
       01 ws-titulos-tramos.
           05 filler pic x(22) value "ORIGEN".
           05 filler pic x(10) value "   MENOS 3".
           05 filler pic x(10) value "       3-7".
           05 filler pic x(10) value "      8-30".
           05 filler pic x(10) value "       +30".
           05 filler pic x(10) value "     TOTAL".
       01 ws-linea-origen.
           05 lo-origen     pic x(20).
           05 filler        pic x(2) value spaces.
           05 lo-conteos occurs 5 times.
               10 filler    pic x(5) value spaces.
               10 lo-conteo pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT suspense-file
            IF NOT fs-suspense-ok
                DISPLAY "aviso: no hay suspense.dat, no se genera el "
                        "informe"
                GO TO fin-programa
            END-IF

            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO ws-fecha-calculo
            PERFORM calcula-dias
            MOVE ws-dias-calculo TO ws-dias-hoy

            MOVE SPACES TO ws-nombre-informe
            STRING "suspense_antiguedad_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO ci-fecha
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-detalle TO informe-rec
            WRITE informe-rec

            PERFORM procesa-suspense UNTIL ws-eof
            CLOSE suspense-file

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-tramos TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-origen
                VARYING ws-origen-idx FROM 1 BY 1
                UNTIL ws-origen-idx > 3
            PERFORM graba-linea-general
            CLOSE informe-file
            DISPLAY "lineas en suspense sin resolver: " ws-listados
                    ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       calcula-dias.
      * dias aproximados sobre calendario comercial (ano de 360,
      * mes de 30), el criterio de rutinas_129
            COMPUTE ws-dias-calculo =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       procesa-suspense.
            READ suspense-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF sp-sin-resolver
                        PERFORM acumula-linea
                    END-IF
            END-READ.

       acumula-linea.
            ADD 1 TO ws-listados
            EVALUATE TRUE
                WHEN sp-de-calc
                    MOVE 1 TO ws-origen-idx
                WHEN sp-de-oper
                    MOVE 2 TO ws-origen-idx
                WHEN OTHER
                    MOVE 3 TO ws-origen-idx
            END-EVALUATE
            IF sp-corregida
                MOVE "corregida" TO ld-estado
            ELSE
                MOVE "pendiente" TO ld-estado
            END-IF
            MOVE sp-fecha TO ws-fecha-calculo
            PERFORM calcula-dias
            COMPUTE ws-antiguedad = ws-dias-hoy - ws-dias-calculo
            IF ws-antiguedad < 0
                MOVE 0 TO ws-antiguedad
            END-IF
            EVALUATE TRUE
                WHEN ws-antiguedad < 3
                    MOVE 1 TO ws-tramo
                WHEN ws-antiguedad < 8
                    MOVE 2 TO ws-tramo
                WHEN ws-antiguedad < 31
                    MOVE 3 TO ws-tramo
                WHEN OTHER
                    MOVE 4 TO ws-tramo
            END-EVALUATE
            ADD 1 TO to-tramo(ws-origen-idx ws-tramo)
            ADD 1 TO to-total(ws-origen-idx)
            ADD 1 TO ws-general-tramo(ws-tramo)
            ADD 1 TO ws-general-total

            MOVE sp-id TO ld-id
            MOVE sp-origen TO ld-origen
            MOVE sp-fecha TO ld-fecha
            MOVE sp-run TO ld-run
            MOVE ws-antiguedad TO ld-dias
            MOVE sp-campo TO ld-campo
            MOVE sp-motivo TO ld-motivo
            MOVE ws-linea-detalle TO informe-rec
            WRITE informe-rec
            MOVE sp-linea TO li-linea
            MOVE ws-linea-imagen TO informe-rec
            WRITE informe-rec.

       graba-linea-origen.
            COMPUTE ws-nombre-pos = (ws-origen-idx - 1) * 20 + 1
            MOVE ws-origen-nombres(ws-nombre-pos:20) TO lo-origen
            MOVE to-tramo(ws-origen-idx 1) TO lo-conteo(1)
            MOVE to-tramo(ws-origen-idx 2) TO lo-conteo(2)
            MOVE to-tramo(ws-origen-idx 3) TO lo-conteo(3)
            MOVE to-tramo(ws-origen-idx 4) TO lo-conteo(4)
            MOVE to-total(ws-origen-idx) TO lo-conteo(5)
            MOVE ws-linea-origen TO informe-rec
            WRITE informe-rec.

       graba-linea-general.
            MOVE "TOTAL" TO lo-origen
            MOVE ws-general-tramo(1) TO lo-conteo(1)
            MOVE ws-general-tramo(2) TO lo-conteo(2)
            MOVE ws-general-tramo(3) TO lo-conteo(3)
            MOVE ws-general-tramo(4) TO lo-conteo(4)
            MOVE ws-general-total TO lo-conteo(5)
            MOVE ws-linea-origen TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_135.
