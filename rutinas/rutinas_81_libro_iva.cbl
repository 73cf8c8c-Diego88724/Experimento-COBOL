      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: quarterly VAT book. For the year and
      *     quarter keyed, walks facturas.dat (factura.cpy) and
      *     lists every invoice and credit note dated in the
      *     quarter with its base, VAT and total (credit notes
      *     negative), then summarises the taxable base and the VAT
      *     by VAT code and rate - invoiced, credited and net - to
      *     libro_iva.log, the figures the accountant files each
      *     quarter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_81.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT facturas-file ASSIGN TO "facturas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-facturas-status.
           SELECT informe-file ASSIGN TO "libro_iva.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  facturas-file.
       01  facturas-rec pic x(150).

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-facturas-status==
                              ==:FS-PREFIJO:== BY ==fs-facturas==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY factura.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-anio-entrada pic x(4).
       01 ws-anio redefines ws-anio-entrada pic 9(4).
       01 ws-trimestre-entrada pic x(1).
       01 ws-trimestre redefines ws-trimestre-entrada pic 9(1).
       01 ws-periodo-desde pic 9(6).
       01 ws-periodo-hasta pic 9(6).
       01 ws-periodo-doc pic 9(6).
       01 ws-documentos-count pic 9(5) value 0.
       01 ws-doc-base pic 9(7)v99.
       01 ws-doc-cuota pic 9(7)v99.
       01 ws-iva-idx pic 9(1).
       01 ws-resumen-idx pic 9(2).
       01 ws-resumen-usados pic 9(2) value 0.
       01 ws-resumen-hallado-sw pic x value 'N'.
           88 ws-resumen-hallado value 'Y'.
       01 ws-busca-codigo pic x(1).
       01 ws-busca-pct pic 9(2)v99.
       01 ws-busca-base pic 9(7)v99.
       01 ws-busca-cuota pic 9(7)v99.
      * una entrada por codigo y porcentaje: un cambio de tipo dentro
      * del trimestre da dos lineas del mismo codigo
       01 ws-resumen-tabla.
           05 ws-resumen occurs 20 times.
               10 rs-codigo       pic x(1).
               10 rs-pct          pic 9(2)v99.
               10 rs-base-fact    pic 9(9)v99.
               10 rs-cuota-fact   pic 9(9)v99.
               10 rs-base-abono   pic 9(9)v99.
               10 rs-cuota-abono  pic 9(9)v99.
       01 ws-total-base-neta pic s9(9)v99 value 0.
       01 ws-total-cuota-neta pic s9(9)v99 value 0.
       01 ws-neto pic s9(9)v99.
       01 ws-cabecera-libro.
           05 filler pic x(25) value "LIBRO DE IVA - TRIMESTRE ".
           05 cl-anio pic 9(4).
           05 filler pic x(1) value "T".
           05 cl-trimestre pic 9(1).
       01 ws-titulos-libro.
           05 filler pic x(35) value
               "FECHA    C NUMERO   CLIENTE".
           05 filler pic x(42) value
               "         BASE        CUOTA        TOTAL".
       01 ws-linea-libro.
           05 ll-fecha    pic 9(8).
           05 filler      pic x(1) value spaces.
           05 ll-clase    pic x(1).
           05 filler      pic x(1) value spaces.
           05 ll-numero   pic 9(8).
           05 filler      pic x(1) value spaces.
           05 ll-cliente  pic x(6).
           05 filler      pic x(9) value spaces.
           05 ll-base     pic z(8)9.99-.
           05 ll-cuota    pic z(8)9.99-.
           05 ll-total    pic z(8)9.99-.
       01 ws-titulos-resumen.
           05 filler pic x(18) value "RESUMEN POR TIPO".
           05 filler pic x(14) value "    BASE FACT.".
           05 filler pic x(14) value "   CUOTA FACT.".
           05 filler pic x(14) value "   BASE ABONOS".
           05 filler pic x(14) value "  CUOTA ABONOS".
           05 filler pic x(13) value "    BASE NETA".
           05 filler pic x(13) value "   CUOTA NETA".
       01 ws-linea-resumen.
           05 lr-codigo      pic x(1).
           05 filler         pic x(1) value spaces.
           05 lr-pct         pic z9.99.
           05 filler         pic x(1) value "%".
           05 lr-texto       pic x(10).
           05 lr-base-fact   pic z(10)9.99.
           05 lr-cuota-fact  pic z(10)9.99.
           05 lr-base-abono  pic z(10)9.99.
           05 lr-cuota-abono pic z(10)9.99.
           05 lr-base-neta   pic z(8)9.99-.
           05 lr-cuota-neta  pic z(8)9.99-.
       01 ws-linea-total-libro.
           05 filler         pic x(18) value "TOTAL TRIMESTRE".
           05 filler         pic x(56) value spaces.
           05 lt-base-neta   pic z(8)9.99-.
           05 lt-cuota-neta  pic z(8)9.99-.
       01 ws-linea-documentos.
           05 filler         pic x(30) value
               "DOCUMENTOS DEL TRIMESTRE:".
           05 ld-count       pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "ano (AAAA): "
            ACCEPT ws-anio-entrada
            DISPLAY "trimestre (1-4): "
            ACCEPT ws-trimestre-entrada
            IF ws-anio-entrada NOT NUMERIC
                    OR ws-trimestre-entrada NOT NUMERIC
                    OR ws-trimestre < 1 OR ws-trimestre > 4
                DISPLAY "ERROR: ano o trimestre no validos"
                GO TO fin-programa
            END-IF
            OPEN INPUT facturas-file
            IF NOT fs-facturas-ok
                DISPLAY "aviso: no se encontro facturas.dat, no se "
                        "genera el libro"
                GO TO fin-programa
            END-IF
      * el trimestre va del mes (t-1)*3+1 al mes t*3, comparado como
      * AAAAMM sobre la fecha del documento
            COMPUTE ws-periodo-desde =
                ws-anio * 100 + (ws-trimestre - 1) * 3 + 1
            COMPUTE ws-periodo-hasta = ws-anio * 100 + ws-trimestre * 3

            OPEN OUTPUT informe-file
            MOVE ws-anio TO cl-anio
            MOVE ws-trimestre TO cl-trimestre
            MOVE ws-cabecera-libro TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-libro TO informe-rec
            WRITE informe-rec

            PERFORM lee-documento UNTIL ws-eof
            CLOSE facturas-file

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-resumen TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-resumen
                VARYING ws-resumen-idx FROM 1 BY 1
                UNTIL ws-resumen-idx > ws-resumen-usados
            MOVE ws-total-base-neta TO lt-base-neta
            MOVE ws-total-cuota-neta TO lt-cuota-neta
            MOVE ws-linea-total-libro TO informe-rec
            WRITE informe-rec
            MOVE ws-documentos-count TO ld-count
            MOVE ws-linea-documentos TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "libro de IVA generado en libro_iva.log".

       fin-programa.
            STOP RUN.

       lee-documento.
            READ facturas-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE facturas-rec TO ws-fact-linea
                    IF fa-cabecera
                        MOVE fh-fecha(1:6) TO ws-periodo-doc
                        IF ws-periodo-doc >= ws-periodo-desde
                                AND ws-periodo-doc <= ws-periodo-hasta
                            PERFORM anota-documento
                        END-IF
                    END-IF
            END-READ.

       anota-documento.
            ADD 1 TO ws-documentos-count
            MOVE fh-cuota-iva TO ws-doc-cuota
            PERFORM acumula-posicion-iva
                VARYING ws-iva-idx FROM 1 BY 1
                UNTIL ws-iva-idx > 3
            COMPUTE ws-doc-base = fh-total - ws-doc-cuota
            MOVE fh-fecha TO ll-fecha
            MOVE fa-clase TO ll-clase
            MOVE fa-numero TO ll-numero
            MOVE fh-cliente TO ll-cliente
            IF fa-abono
                COMPUTE ll-base = 0 - ws-doc-base
                COMPUTE ll-cuota = 0 - ws-doc-cuota
                COMPUTE ll-total = 0 - fh-total
                SUBTRACT ws-doc-base FROM ws-total-base-neta
                SUBTRACT ws-doc-cuota FROM ws-total-cuota-neta
            ELSE
                MOVE ws-doc-base TO ll-base
                MOVE ws-doc-cuota TO ll-cuota
                MOVE fh-total TO ll-total
                ADD ws-doc-base TO ws-total-base-neta
                ADD ws-doc-cuota TO ws-total-cuota-neta
            END-IF
            MOVE ws-linea-libro TO informe-rec
            WRITE informe-rec.

       acumula-posicion-iva.
            IF fh-iva-base(ws-iva-idx) IS NUMERIC
                    AND fh-iva-base(ws-iva-idx) > 0
                MOVE fh-iva-codigo(ws-iva-idx) TO ws-busca-codigo
                MOVE fh-iva-pct(ws-iva-idx) TO ws-busca-pct
                MOVE fh-iva-base(ws-iva-idx) TO ws-busca-base
                MOVE fh-iva-cuota(ws-iva-idx) TO ws-busca-cuota
                PERFORM acumula-resumen
            END-IF.

       acumula-resumen.
            MOVE 'N' TO ws-resumen-hallado-sw
            PERFORM busca-resumen
                VARYING ws-resumen-idx FROM 1 BY 1
                UNTIL ws-resumen-idx > ws-resumen-usados
                   OR ws-resumen-hallado
            IF NOT ws-resumen-hallado
                IF ws-resumen-usados < 20
                    ADD 1 TO ws-resumen-usados
                    MOVE ws-resumen-usados TO ws-resumen-idx
                    MOVE ws-busca-codigo TO rs-codigo(ws-resumen-idx)
                    MOVE ws-busca-pct TO rs-pct(ws-resumen-idx)
                    MOVE 0 TO rs-base-fact(ws-resumen-idx)
                              rs-cuota-fact(ws-resumen-idx)
                              rs-base-abono(ws-resumen-idx)
                              rs-cuota-abono(ws-resumen-idx)
                ELSE
                    DISPLAY "aviso: demasiados tipos distintos en el "
                            "trimestre, se acumula en el ultimo"
                    MOVE 20 TO ws-resumen-idx
                END-IF
            ELSE
                SUBTRACT 1 FROM ws-resumen-idx
            END-IF
            IF fa-abono
                ADD ws-busca-base TO rs-base-abono(ws-resumen-idx)
                ADD ws-busca-cuota TO rs-cuota-abono(ws-resumen-idx)
            ELSE
                ADD ws-busca-base TO rs-base-fact(ws-resumen-idx)
                ADD ws-busca-cuota TO rs-cuota-fact(ws-resumen-idx)
            END-IF.

       busca-resumen.
            IF rs-codigo(ws-resumen-idx) = ws-busca-codigo
                    AND rs-pct(ws-resumen-idx) = ws-busca-pct
                SET ws-resumen-hallado TO TRUE
            END-IF.

       graba-linea-resumen.
            MOVE rs-codigo(ws-resumen-idx) TO lr-codigo
            MOVE rs-pct(ws-resumen-idx) TO lr-pct
            EVALUATE rs-codigo(ws-resumen-idx)
                WHEN 'G'
                    MOVE " general" TO lr-texto
                WHEN 'R'
                    MOVE " reducido" TO lr-texto
                WHEN 'E'
                    MOVE " exento" TO lr-texto
                WHEN OTHER
                    MOVE SPACES TO lr-texto
            END-EVALUATE
            MOVE rs-base-fact(ws-resumen-idx) TO lr-base-fact
            MOVE rs-cuota-fact(ws-resumen-idx) TO lr-cuota-fact
            MOVE rs-base-abono(ws-resumen-idx) TO lr-base-abono
            MOVE rs-cuota-abono(ws-resumen-idx) TO lr-cuota-abono
            COMPUTE ws-neto = rs-base-fact(ws-resumen-idx)
                - rs-base-abono(ws-resumen-idx)
            MOVE ws-neto TO lr-base-neta
            COMPUTE ws-neto = rs-cuota-fact(ws-resumen-idx)
                - rs-cuota-abono(ws-resumen-idx)
            MOVE ws-neto TO lr-cuota-neta
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_81.
