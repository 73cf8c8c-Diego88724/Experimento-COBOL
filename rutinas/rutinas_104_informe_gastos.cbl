      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly expenses-by-department report. For
      *     the period keyed (AAAAMM) it lists the expense claims of
      *     gastos.dat (rutinas_103) whose expense date falls in the
      *     month, leaving out the rejected and the cancelled ones,
      *     grouped by the department the employee was in when the
      *     claim was made (sorted by department, then date) with a
      *     per-department subtotal and a grand total, the same
      *     grouping as the roster of rutinas_11; each subtotal also
      *     shows how much of it is still awaiting approval. Written
      *     to gastos_departamento_AAAAMM.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_104.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gastos-file ASSIGN TO "gastos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ga-id
               FILE STATUS IS ws-ga-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  gastos-file.
       COPY gasto.

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ga-status==
                              ==:FS-PREFIJO:== BY ==fs-ga==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-ga-eof-sw pic x value 'N'.
           88 ws-ga-eof value 'Y'.
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-nombre-informe pic x(40).
       01 ws-gastos-tabla.
           05 ws-gasto-entrada occurs 1000 times.
               10 gi-depto       pic x(4).
               10 gi-fecha       pic 9(8).
               10 gi-id          pic 9(6).
               10 gi-emp-id      pic 9(6).
               10 gi-categoria   pic x(1).
               10 gi-importe     pic 9(5)v99.
               10 gi-estado      pic x(1).
               10 gi-descripcion pic x(30).
       01 ws-gasto-temp pic x(63).
       01 ws-gastos-count pic 9(4) value 0.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-gastos-idx pic 9(4).
       01 ws-gastos-idx2 pic 9(4).
       01 ws-gastos-limite pic 9(4).
       01 ws-depto-actual pic x(4).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-sub-notas pic 9(4) value 0.
       01 ws-sub-total pic 9(7)v99 value 0.
       01 ws-sub-pendiente pic 9(7)v99 value 0.
       01 ws-total-notas pic 9(5) value 0.
       01 ws-total-importe pic 9(9)v99 value 0.
       01 ws-total-pendiente pic 9(9)v99 value 0.
       01 ws-titulo-linea.
           05 filler      pic x(32)
               value "GASTOS POR DEPARTAMENTO PERIODO ".
           05 lt-periodo  pic 9(6).
       01 ws-cabecera-linea.
           05 filler pic x(38)
               value "NOTA   FECHA    EMPLEADO CATEGORIA".
           05 filler pic x(29)
               value "IMPORTE ESTADO    DESCRIPCION".
       01 ws-linea-depto.
           05 filler      pic x(14) value "DEPARTAMENTO: ".
           05 ld-depto    pic x(9).
       01 ws-linea-gasto.
           05 lg-id          pic 9(6).
           05 filler         pic x(1) value SPACE.
           05 lg-fecha       pic 9(8).
           05 filler         pic x(1) value SPACE.
           05 lg-emp-id      pic 9(6).
           05 filler         pic x(3) value SPACES.
           05 lg-categoria   pic x(11).
           05 filler         pic x(1) value SPACE.
           05 lg-importe     pic zzzz9.99.
           05 filler         pic x(1) value SPACE.
           05 lg-estado      pic x(9).
           05 filler         pic x(1) value SPACE.
           05 lg-descripcion pic x(24).
       01 ws-linea-subtotal.
           05 filler         pic x(11) value "  subtotal:".
           05 lu-notas       pic zzz9.
           05 filler         pic x(7) value " notas ".
           05 filler         pic x(13) value SPACES.
           05 lu-total       pic z(6)9.99.
           05 filler         pic x(19) value "  pendiente aprobar".
           05 lu-pendiente   pic z(6)9.99.
       01 ws-linea-total.
           05 filler         pic x(17) value "TOTAL DEL PERIODO".
           05 filler         pic x(1) value SPACE.
           05 lx-notas       pic zzzz9.
           05 filler         pic x(7) value " notas ".
           05 filler         pic x(3) value SPACES.
           05 lx-total       pic z(8)9.99.
           05 filler         pic x(19) value "  pendiente aprobar".
           05 lx-pendiente   pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo del informe (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT gastos-file
            IF NOT fs-ga-ok
                DISPLAY "aviso: no se encontro gastos.dat, no se "
                        "genera el informe"
                GO TO fin-programa
            END-IF
            PERFORM lee-gasto UNTIL ws-ga-eof
            CLOSE gastos-file
            PERFORM ordena-gastos
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "gastos_departamento_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO lt-periodo
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-gasto
                VARYING ws-gastos-idx FROM 1 BY 1
                UNTIL ws-gastos-idx > ws-gastos-count
            IF ws-gastos-count > 0
                PERFORM graba-subtotal-depto
            END-IF
            MOVE ws-total-notas TO lx-notas
            MOVE ws-total-importe TO lx-total
            MOVE ws-total-pendiente TO lx-pendiente
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "gastos del periodo " ws-periodo ": "
                    ws-total-notas " notas, informe en "
                    ws-nombre-informe.

       fin-programa.
            STOP RUN.

       lee-gasto.
            READ gastos-file
                AT END
                    SET ws-ga-eof TO TRUE
                NOT AT END
                    IF ga-fecha(1:6) = ws-periodo-entrada
                            AND NOT ga-rechazado AND NOT ga-anulado
                        PERFORM carga-gasto
                    END-IF
            END-READ.

       carga-gasto.
            IF ws-gastos-count >= 1000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-gastos-count
                MOVE ga-depto TO gi-depto(ws-gastos-count)
                MOVE ga-fecha TO gi-fecha(ws-gastos-count)
                MOVE ga-id TO gi-id(ws-gastos-count)
                MOVE ga-emp-id TO gi-emp-id(ws-gastos-count)
                MOVE ga-categoria TO gi-categoria(ws-gastos-count)
                MOVE ga-importe TO gi-importe(ws-gastos-count)
                MOVE ga-estado-sw TO gi-estado(ws-gastos-count)
                MOVE ga-descripcion TO gi-descripcion(ws-gastos-count)
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-gastos.
            PERFORM ordena-pasada
                VARYING ws-gastos-idx FROM 1 BY 1
                UNTIL ws-gastos-idx >= ws-gastos-count.

       ordena-pasada.
            COMPUTE ws-gastos-limite = ws-gastos-count - ws-gastos-idx
            PERFORM compara-intercambia
                VARYING ws-gastos-idx2 FROM 1 BY 1
                UNTIL ws-gastos-idx2 > ws-gastos-limite.

       compara-intercambia.
      * orden primario por departamento, secundario por fecha y
      * numero de nota (los tres van seguidos al principio de la
      * entrada)
            IF ws-gasto-entrada(ws-gastos-idx2)(1:18)
                    > ws-gasto-entrada(ws-gastos-idx2 + 1)(1:18)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-gasto-entrada(ws-gastos-idx2) TO ws-gasto-temp
            MOVE ws-gasto-entrada(ws-gastos-idx2 + 1)
                TO ws-gasto-entrada(ws-gastos-idx2)
            MOVE ws-gasto-temp
                TO ws-gasto-entrada(ws-gastos-idx2 + 1).

       graba-linea-gasto.
            IF ws-primer-grupo
                    OR gi-depto(ws-gastos-idx) NOT = ws-depto-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-depto
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE gi-depto(ws-gastos-idx) TO ws-depto-actual
                MOVE 0 TO ws-sub-notas
                MOVE 0 TO ws-sub-total
                MOVE 0 TO ws-sub-pendiente
                IF ws-depto-actual = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE ws-depto-actual TO ld-depto
                END-IF
                MOVE ws-linea-depto TO informe-rec
                WRITE informe-rec
            END-IF
            ADD 1 TO ws-sub-notas
            ADD 1 TO ws-total-notas
            ADD gi-importe(ws-gastos-idx) TO ws-sub-total
            ADD gi-importe(ws-gastos-idx) TO ws-total-importe
            MOVE gi-id(ws-gastos-idx) TO lg-id
            MOVE gi-fecha(ws-gastos-idx) TO lg-fecha
            MOVE gi-emp-id(ws-gastos-idx) TO lg-emp-id
            EVALUATE gi-categoria(ws-gastos-idx)
                WHEN 'D'
                    MOVE "DIETAS" TO lg-categoria
                WHEN 'K'
                    MOVE "KILOMETRAJE" TO lg-categoria
                WHEN 'T'
                    MOVE "TRANSPORTE" TO lg-categoria
                WHEN 'A'
                    MOVE "ALOJAMIENTO" TO lg-categoria
                WHEN OTHER
                    MOVE "OTROS" TO lg-categoria
            END-EVALUATE
            MOVE gi-importe(ws-gastos-idx) TO lg-importe
            EVALUATE gi-estado(ws-gastos-idx)
                WHEN 'P'
                    MOVE "PENDIENTE" TO lg-estado
                    ADD gi-importe(ws-gastos-idx) TO ws-sub-pendiente
                    ADD gi-importe(ws-gastos-idx)
                        TO ws-total-pendiente
                WHEN 'A'
                    MOVE "APROBADA" TO lg-estado
                WHEN OTHER
                    MOVE "PAGADA" TO lg-estado
            END-EVALUATE
            MOVE gi-descripcion(ws-gastos-idx) TO lg-descripcion
            MOVE ws-linea-gasto TO informe-rec
            WRITE informe-rec.

       graba-subtotal-depto.
            MOVE ws-sub-notas TO lu-notas
            MOVE ws-sub-total TO lu-total
            MOVE ws-sub-pendiente TO lu-pendiente
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_104.
